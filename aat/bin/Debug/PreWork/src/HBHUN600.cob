000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN600 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261010追加開始
      *    single-machine inquiry: what the hall knows about one
      *    machine was spread over a dozen masters and reports.
      *    Each MACCARD card names a machine by its daily sales key
      *    item - the 10-byte code that leads it is the VIGAME game
      *    type, block and machine number - and EXMACINQ answers it
      *    in sections: the VIGAME machine with its VIBLOCK block
      *    and VIGMTYPE game type; the VIGAMJYO game status of its
      *    game type and block; every VIMACASG assignment with the
      *    one in force marked; its RQHIBETU sales for the thirty
      *    days to the business date and their total; its VIHBTMON
      *    month-by-month takings; its VIWINHIS wins for the same
      *    thirty days against the thirty before, flagged past the
      *    WINDEVPCT tolerance as HBHUN960 flags them; its VIMACINV
      *    cost, straight-line book value as HBHUN580 writes it
      *    down, and the takings since installation against the
      *    cost; and every open VIALRTQ alert whose note names the
      *    machine.  A master that is not there is announced and
      *    its section left out; every file is only read here
000000     SELECT  MACCARD
000000                  ASSIGN             MACCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIGAME
000000             ASSIGN            VIGAME-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY GAM-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIBLOCK
000000             ASSIGN            VIBLOCK-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY BLK-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGMTYPE
000000             ASSIGN            VIGMTYPE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY GMTYPE-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGAMJYO
000000             ASSIGN            VIGAMJYO-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY GMJ-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIMACASG
000000             ASSIGN            VIMACASG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY MACASG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  RQHIBETU
000000             ASSIGN            RQHIBETU-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY HBT-KEYITEM
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIHBTMON
000000             ASSIGN            VIHBTMON-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY HBTMON-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIWINHIS
000000             ASSIGN            VIWINHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY WINH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIMACINV
000000             ASSIGN            VIMACINV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY MACINV-MACHINE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIALRTQ
000000             ASSIGN            VIALRTQ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY ALRT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXMACINQ
000000             ASSIGN               EXMACINQ-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261010追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  MACCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "MACCARD".
       01  MACC-REC.
      *    the machine's daily sales key item; its first ten bytes
      *    are the game type, block and machine number
           05  MACC-MACHINE                PIC X(22).
           05  MACC-MACHINE-R REDEFINES MACC-MACHINE.
               07  MACC-GAMKEY.
                   09  MACC-GMTYPE         PIC 9(02).
                   09  MACC-BLOCK          PIC 9(04).
                   09  MACC-KAI            PIC 9(04).
               07  FILLER                  PIC X(12).
           05  FILLER                      PIC X(58).
000000 FD  VIGAME
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGAME".
       01  GAM-REC.
           05  GAM-KEY.
               07  GAM-GMTYPE              PIC 9(02).
               07  GAM-BLOCK               PIC S9(04) COMP.
               07  GAM-KAI                 PIC S9(04) COMP.
           05  FILLER                      PIC X(100).
000000 FD  VIBLOCK
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIBLOCK".
       01  BLK-REC.
           05  BLK-KEY.
               07  BLK-BLOCKNO             PIC 9(03).
               07  FILLER                  PIC X(07).
           05  FILLER                      PIC X(100).
000000 FD  VIGMTYPE
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMTYPE".
       01  GMTYPE-REC.
           05  GMTYPE-KEY              PIC 9(02).
           05  GMTYPE-GRPA             PIC 9(01).
           05  GMTYPE-GRPB             PIC 9(01).
      *    the game status by position only: the key is the game
      *    type and block HBHUN370 reads it by, the status the
      *    forty bytes that follow it
000000 FD  VIGAMJYO
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGAMJYO".
       01  GMJ-REC.
           05  GMJ-KEY.
               07  GMJ-GMTYPE              PIC 9(02).
               07  GMJ-BLOCK               PIC 9(04).
               07  FILLER                  PIC X(04).
           05  GMJ-STATE                   PIC X(40).
           05  FILLER                      PIC X(360).
000000 FD  VIMACASG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMACASG".
       01  MACASG-REC.
           05  MACASG-KEY.
               07  MACASG-MACHINE          PIC X(22).
               07  MACASG-EFFFROM          PIC 9(08).
           05  MACASG-FLOOR                PIC X(10).
           05  MACASG-KIND                 PIC X(01).
000000 FD  RQHIBETU
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RQHIBETU".
       01  HBT-REC.
           05  HBT-DATE                    PIC 9(08).
           05  HBT-FLOOR                   PIC X(10).
           05  HBT-CHAN                    PIC X(04).
           05  HBT-KEYITEM                 PIC X(22).
           05  HBT-AMT                     PIC S9(09)V99 COMP-3.
000000 FD  VIHBTMON
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHBTMON".
       01  HBTMON-REC.
           05  HBTMON-KEY.
               07  HBTMON-YM               PIC 9(06).
               07  HBTMON-FLOOR            PIC X(10).
               07  HBTMON-MACHINE          PIC X(22).
           05  HBTMON-AMT                  PIC S9(11)V99 COMP-3.
           05  HBTMON-DAYS                 PIC 9(03).
           05  HBTMON-AVG                  PIC S9(09)V99 COMP-3.
           05  HBTMON-DOWNDAYS             PIC 9(03).
           05  HBTMON-AVLHRS               PIC 9(05)V9.
           05  HBTMON-HRAVG                PIC S9(09)V99 COMP-3.
000000 FD  VIWINHIS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINHIS".
       01  WINH-REC.
           05  WINH-KEY.
               07  WINH-MACHINE            PIC X(10).
               07  WINH-DATE               PIC 9(08).
           05  WINH-WINS                   PIC 9(02).
000000 FD  VIMACINV
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMACINV".
       01  MACINV-REC.
           05  MACINV-MACHINE              PIC X(22).
           05  MACINV-INSTDATE             PIC 9(08).
           05  MACINV-COST                 PIC 9(12).
           05  MACINV-LIFEMONTHS           PIC 9(03).
000000 FD  VIALRTQ
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIALRTQ".
       01  ALRT-REC.
           05  ALRT-KEY.
               07  ALRT-DATE               PIC 9(08).
               07  ALRT-TIME               PIC 9(06).
               07  ALRT-PROGID             PIC X(08).
               07  ALRT-ERRNO              PIC X(03).
           05  ALRT-SEVERITY               PIC X(01).
           05  ALRT-STATUS                 PIC X(01).
               88  ALRT-IS-OPEN             VALUE "1".
           05  ALRT-ACKOPID                PIC X(08).
           05  ALRT-ACKDATE                PIC 9(08).
           05  ALRT-ACKTIME                PIC 9(06).
           05  ALRT-NOTE                   PIC X(30).
000000 FD  EXMACINQ
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXMACINQ".
       01  EXMAC-REC.
           05  EXMAC-TYPE                  PIC X(01).
      *        Q the card as asked; E the card refused
               88  EXMAC-QUERY              VALUE "Q".
               88  EXMAC-REFUSED            VALUE "E".
      *        G the machine, its block and game type
               88  EXMAC-GAME               VALUE "G".
      *        S the game status of its game type and block
               88  EXMAC-STATUS             VALUE "S".
      *        A an assignment
               88  EXMAC-ASSIGN             VALUE "A".
      *        D a day's sales; H the thirty days' total
               88  EXMAC-SALE               VALUE "D".
               88  EXMAC-SALETOTAL          VALUE "H".
      *        M a month's takings
               88  EXMAC-MONTH              VALUE "M".
      *        W the win surveillance
               88  EXMAC-WINS               VALUE "W".
      *        I the investment and its payback
               88  EXMAC-INVEST             VALUE "I".
      *        L an open alert naming the machine
               88  EXMAC-ALERT              VALUE "L".
           05  EXMAC-MACHINE               PIC X(22).
           05  EXMAC-BODY                  PIC X(100).
      *    G: Y or N for each master the machine was found on
           05  EXMAC-G REDEFINES EXMAC-BODY.
               07  EXMAC-G-GMTYPE          PIC 9(02).
               07  EXMAC-G-BLOCK           PIC 9(04).
               07  EXMAC-G-KAI             PIC 9(04).
               07  EXMAC-G-GAMFND          PIC X(01).
               07  EXMAC-G-BLKFND          PIC X(01).
               07  EXMAC-G-TYPFND          PIC X(01).
               07  EXMAC-G-GRPA            PIC 9(01).
               07  EXMAC-G-GRPB            PIC 9(01).
               07  FILLER                  PIC X(85).
      *    S: Y with the status as held, N none held
           05  EXMAC-S REDEFINES EXMAC-BODY.
               07  EXMAC-S-FOUND           PIC X(01).
               07  EXMAC-S-STATE           PIC X(40).
               07  FILLER                  PIC X(59).
      *    A: the assignment in force at the business date is
      *    marked *
           05  EXMAC-A REDEFINES EXMAC-BODY.
               07  EXMAC-A-EFFFROM         PIC 9(08).
               07  EXMAC-A-FLOOR           PIC X(10).
               07  EXMAC-A-KIND            PIC X(01).
               07  EXMAC-A-CURRENT         PIC X(01).
               07  FILLER                  PIC X(80).
      *    D, H: on the total the date is the first day of the
      *    thirty and the count the rows summed
           05  EXMAC-D REDEFINES EXMAC-BODY.
               07  EXMAC-D-DATE            PIC 9(08).
               07  EXMAC-D-FLOOR           PIC X(10).
               07  EXMAC-D-CHAN            PIC X(04).
               07  EXMAC-D-AMT             PIC S9(11)V99.
               07  EXMAC-D-CNT             PIC 9(05).
               07  FILLER                  PIC X(60).
           05  EXMAC-M REDEFINES EXMAC-BODY.
               07  EXMAC-M-YM              PIC 9(06).
               07  EXMAC-M-FLOOR           PIC X(10).
               07  EXMAC-M-AMT             PIC S9(11)V99.
               07  EXMAC-M-DAYS            PIC 9(03).
               07  EXMAC-M-AVG             PIC S9(09)V99.
               07  EXMAC-M-DOWNDAYS        PIC 9(03).
               07  EXMAC-M-HRAVG           PIC S9(09)V99.
               07  FILLER                  PIC X(43).
      *    W: D wins a day moved past the tolerance, N no win
      *    history in the sixty days, blank within it
           05  EXMAC-W REDEFINES EXMAC-BODY.
               07  EXMAC-W-FROMDT          PIC 9(08).
               07  EXMAC-W-WINDAYS         PIC 9(03).
               07  EXMAC-W-WINS            PIC 9(05).
               07  EXMAC-W-PRVWINS         PIC 9(05).
               07  EXMAC-W-LASTWIN         PIC 9(08).
               07  EXMAC-W-DEVPCT          PIC 9(06).
               07  EXMAC-W-FLAG            PIC X(01).
               07  FILLER                  PIC X(64).
      *    I: U when there is no investment row; the payback is
      *    the takings since installation as a percentage of the
      *    cost, Y once they have covered it
           05  EXMAC-I REDEFINES EXMAC-BODY.
               07  EXMAC-I-FOUND           PIC X(01).
               07  EXMAC-I-INSTDATE        PIC 9(08).
               07  EXMAC-I-COST            PIC 9(12).
               07  EXMAC-I-LIFEMONTHS      PIC 9(03).
               07  EXMAC-I-MONTHS          PIC 9(03).
               07  EXMAC-I-BOOK            PIC 9(12).
               07  EXMAC-I-TAKINGS         PIC S9(13)V99.
               07  EXMAC-I-PAYPCT          PIC 9(05).
               07  EXMAC-I-PAIDBACK        PIC X(01).
               07  FILLER                  PIC X(40).
           05  EXMAC-L REDEFINES EXMAC-BODY.
               07  EXMAC-L-DATE            PIC 9(08).
               07  EXMAC-L-TIME            PIC 9(06).
               07  EXMAC-L-PROGID          PIC X(08).
               07  EXMAC-L-ERRNO           PIC X(03).
               07  EXMAC-L-SEVERITY        PIC X(01).
               07  EXMAC-L-NOTE            PIC X(30).
               07  FILLER                  PIC X(44).
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
000000   03  WK-ERR-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-LINE-CNT                 PIC 9(07) VALUE ZERO.
      *    1 for each master that is there to be read
000000   03  SW-GAME                     PIC 9(01) VALUE ZERO.
000000   03  SW-BLOCK                    PIC 9(01) VALUE ZERO.
000000   03  SW-GMTYPE                   PIC 9(01) VALUE ZERO.
000000   03  SW-GAMJYO                   PIC 9(01) VALUE ZERO.
000000   03  SW-MACASG                   PIC 9(01) VALUE ZERO.
000000   03  SW-HIBETU                   PIC 9(01) VALUE ZERO.
000000   03  SW-HBTMON                   PIC 9(01) VALUE ZERO.
000000   03  SW-WINHIS                   PIC 9(01) VALUE ZERO.
000000   03  SW-MACINV                   PIC 9(01) VALUE ZERO.
000000   03  SW-ALRTQ                    PIC 9(01) VALUE ZERO.
000000   03  SW-SCNEND                   PIC 9(01).
000000   03  SW-INVFND                   PIC 9(01).
000000   03  WK-BLKDSP                   PIC 9(03).
      *    the thirty days to the business date, and the thirty
      *    before them the wins are measured against
000000   03  WK-WINFROM                  PIC 9(08).
000000   03  WK-PRVFROM                  PIC 9(08).
000000   03  WK-DEVPCT                   PIC 9(03) VALUE 050.
000000   03  WK-CURDT                    PIC 9(08).
000000   03  WK-SALE-AMT                 PIC S9(11)V99.
000000   03  WK-SALE-CNT                 PIC 9(05).
000000   03  WK-WINDAYS                  PIC 9(03).
000000   03  WK-WINS                     PIC 9(05).
000000   03  WK-PRVWINS                  PIC 9(05).
000000   03  WK-WINROWS                  PIC 9(05).
000000   03  WK-LASTWIN                  PIC 9(08).
000000   03  WK-WINDIFF                  PIC 9(05).
      *    the takings since the install month, for the payback
000000   03  WK-TAKINGS                  PIC S9(13)V99.
000000   03  WK-INSTDT                   PIC 9(08).
000000   03  WK-INSTDT-R REDEFINES WK-INSTDT.
000000       05  WK-INST-YM              PIC 9(06).
000000       05  WK-INST-YMR REDEFINES WK-INST-YM.
000000           07  WK-INST-YY          PIC 9(04).
000000           07  WK-INST-MM          PIC 9(02).
000000       05  FILLER                  PIC 9(02).
000000   03  WK-MONTHS                   PIC 9(05).
000000   03  WK-MONTHLY                  PIC 9(12).
000000   03  WK-BOOK                     PIC 9(12).
000000   03  WK-HITS                     PIC 9(03).
      *    the first day of the window, stepped back a day at a
      *    time by DAYBK-RTN
000000   03  WK-FROMDT                   PIC 9(08).
000000   03  WK-FROMDT-R REDEFINES WK-FROMDT.
000000       05  WK-FROM-YY              PIC 9(04).
000000       05  WK-FROM-MM              PIC 9(02).
000000       05  WK-FROM-DD              PIC 9(02).
000000   03  WK-FROM-LAST                PIC 9(02).
000000   03  WK-FROM-Q                   PIC 9(04).
000000   03  WK-FROM-R                   PIC 9(04).
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
000000     MOVE "HBHUN600" TO PRM-PROGID
000000     MOVE "WINDEVPCT" TO PRM-NAME
000000     MOVE "050" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-DEVPCT .
      *    the first day of the thirty, then of the thirty before
000000     MOVE WK-BUSDT TO WK-FROMDT
000000     PERFORM DAYBK-RTN THRU CX00074 29 TIMES .
000000     MOVE WK-FROMDT TO WK-WINFROM
000000     PERFORM DAYBK-RTN THRU CX00074 30 TIMES .
000000     MOVE WK-FROMDT TO WK-PRVFROM .
000000       OPEN  OUTPUT EXMACINQ .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN600-01 EXMACINQ OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN600-02 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *    every master is optional: one that is not there leaves
      *    its section out of every answer
000000     OPEN INPUT VIGAME .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-GAME
000000     ELSE
000000     DISPLAY "HBHUN600-50 VIGAME ABSENT - NOT REPORTED"
000000             UPON CONSOLE .
000000     OPEN INPUT VIBLOCK .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-BLOCK
000000     ELSE
000000     DISPLAY "HBHUN600-51 VIBLOCK ABSENT - NOT REPORTED"
000000             UPON CONSOLE .
000000     OPEN INPUT VIGMTYPE .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-GMTYPE
000000     ELSE
000000     DISPLAY "HBHUN600-52 VIGMTYPE ABSENT - NOT REPORTED"
000000             UPON CONSOLE .
000000     OPEN INPUT VIGAMJYO .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-GAMJYO
000000     ELSE
000000     DISPLAY "HBHUN600-53 VIGAMJYO ABSENT - NOT REPORTED"
000000             UPON CONSOLE .
000000     OPEN INPUT VIMACASG .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-MACASG
000000     ELSE
000000     DISPLAY "HBHUN600-54 VIMACASG ABSENT - NOT REPORTED"
000000             UPON CONSOLE .
000000     OPEN INPUT RQHIBETU .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-HIBETU
000000     ELSE
000000     DISPLAY "HBHUN600-55 RQHIBETU ABSENT - NOT REPORTED"
000000             UPON CONSOLE .
000000     OPEN INPUT VIHBTMON .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-HBTMON
000000     ELSE
000000     DISPLAY "HBHUN600-56 VIHBTMON ABSENT - NOT REPORTED"
000000             UPON CONSOLE .
000000     OPEN INPUT VIWINHIS .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-WINHIS
000000     ELSE
000000     DISPLAY "HBHUN600-57 VIWINHIS ABSENT - NOT REPORTED"
000000             UPON CONSOLE .
000000     OPEN INPUT VIMACINV .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-MACINV
000000     ELSE
000000     DISPLAY "HBHUN600-58 VIMACINV ABSENT - NOT REPORTED"
000000             UPON CONSOLE .
000000     OPEN INPUT VIALRTQ .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-ALRTQ
000000     ELSE
000000     DISPLAY "HBHUN600-59 VIALRTQ ABSENT - NOT REPORTED"
000000             UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  each card on the deck in turn
000000 P000-RTN .
000000     OPEN INPUT MACCARD .
000000     IF NOT(FL-STS1 = "00")
000000         DISPLAY "HBHUN600-60 NO MACCARD DECK - NOTHING ASKED"
000000                 UPON CONSOLE
000000         GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MACCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
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
000000           DISPLAY "HBHUN600-03 MACCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
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
000000     CLOSE MACCARD .
000000 CX00003. EXIT.
000000 P100-RTN .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN600-90 CARDS=" WK-JOBLG-CNT
000000             " LINES=" WK-LINE-CNT
000000             " REFUSED=" WK-ERR-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN600-04 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  EXMACINQ .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN600-05 EXMACINQ CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-GAME = 1
000000         CLOSE VIGAME .
000000     IF SW-BLOCK = 1
000000         CLOSE VIBLOCK .
000000     IF SW-GMTYPE = 1
000000         CLOSE VIGMTYPE .
000000     IF SW-GAMJYO = 1
000000         CLOSE VIGAMJYO .
000000     IF SW-MACASG = 1
000000         CLOSE VIMACASG .
000000     IF SW-HIBETU = 1
000000         CLOSE RQHIBETU .
000000     IF SW-HBTMON = 1
000000         CLOSE VIHBTMON .
000000     IF SW-WINHIS = 1
000000         CLOSE VIWINHIS .
000000     IF SW-MACINV = 1
000000         CLOSE VIMACINV .
000000     IF SW-ALRTQ = 1
000000         CLOSE VIALRTQ .
000000 CX00004. EXIT.
      *
      *    CARD-RTN  -  the card echoed and edited, then each
      *    section answered in turn; the investment row is read
      *    first, the month-by-month takings summing from its
      *    install month
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     MOVE SPACE TO EXMAC-REC
000000     MOVE "Q" TO EXMAC-TYPE
000000     MOVE MACC-MACHINE TO EXMAC-MACHINE
000000     PERFORM WRT-RTN THRU CX00039 .
000000     IF NOT(MACC-MACHINE = SPACE OR MACC-GAMKEY NOT NUMERIC)
000000         GO TO CX00015.
000000     ADD 1 TO WK-ERR-CNT
000000     MOVE SPACE TO EXMAC-REC
000000     MOVE "E" TO EXMAC-TYPE
000000     MOVE MACC-MACHINE TO EXMAC-MACHINE
000000     PERFORM WRT-RTN THRU CX00039 .
000000     GO TO CX00020.
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM GAME-RTN THRU CX00021 .
000000     IF SW-GAMJYO = 1
000000         PERFORM JYO-RTN THRU CX00022 .
000000     IF SW-MACASG = 1
000000         PERFORM ASG-RTN THRU CX00023 .
000000     IF SW-HIBETU = 1
000000         PERFORM SALE-RTN THRU CX00024 .
000000     PERFORM INVRD-RTN THRU CX00025 .
000000     IF SW-HBTMON = 1
000000         PERFORM MON-RTN THRU CX00026 .
000000     IF SW-WINHIS = 1
000000         PERFORM WIN-RTN THRU CX00027 .
000000     IF SW-MACINV = 1
000000         PERFORM INV-RTN THRU CX00028 .
000000     IF SW-ALRTQ = 1
000000         PERFORM ALR-RTN THRU CX00029 .
000000 CX00020. EXIT.
      *
      *    GAME-RTN  -  the machine on VIGAME, its block on VIBLOCK
      *    (by the block's last three digits, as HBHUN670 holds
      *    them) and its game type on VIGMTYPE
000000 GAME-RTN .
           MOVE "GAME-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXMAC-REC
000000     MOVE "G" TO EXMAC-TYPE
000000     MOVE MACC-MACHINE TO EXMAC-MACHINE
000000     MOVE MACC-GMTYPE TO EXMAC-G-GMTYPE
000000     MOVE MACC-BLOCK TO EXMAC-G-BLOCK
000000     MOVE MACC-KAI TO EXMAC-G-KAI
000000     MOVE ZERO TO EXMAC-G-GRPA
000000     MOVE ZERO TO EXMAC-G-GRPB .
000000     IF SW-GAME = ZERO GO TO CX00030.
000000     MOVE MACC-GMTYPE TO GAM-GMTYPE
000000     MOVE MACC-BLOCK TO GAM-BLOCK
000000     MOVE MACC-KAI TO GAM-KAI
000000     READ VIGAME INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN600-06 VIGAME READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE "N" TO EXMAC-G-GAMFND .
000000     IF FL-STS1 NOT = "23"
000000         MOVE "Y" TO EXMAC-G-GAMFND .
000000 CX00030.
           MOVE "CX00030" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-BLOCK = ZERO GO TO CX00031.
000000     MOVE "N" TO EXMAC-G-BLKFND
000000     MOVE MACC-BLOCK TO WK-BLKDSP
000000     MOVE LOW-VALUES TO BLK-KEY
000000     MOVE WK-BLKDSP TO BLK-BLOCKNO .
000000     START VIBLOCK KEY >= BLK-KEY
000000             INVALID GO TO CX00031.
000000     READ VIBLOCK NEXT AT END GO TO CX00031.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN600-07 VIBLOCK READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF BLK-BLOCKNO = WK-BLKDSP
000000         MOVE "Y" TO EXMAC-G-BLKFND .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-GMTYPE = ZERO GO TO CX00032.
000000     MOVE MACC-GMTYPE TO GMTYPE-KEY
000000     READ VIGMTYPE INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN600-08 VIGMTYPE READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE "N" TO EXMAC-G-TYPFND .
000000     IF FL-STS1 = "23" GO TO CX00032.
000000     MOVE "Y" TO EXMAC-G-TYPFND
000000     MOVE GMTYPE-GRPA TO EXMAC-G-GRPA
000000     MOVE GMTYPE-GRPB TO EXMAC-G-GRPB .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM WRT-RTN THRU CX00039 .
000000 CX00021. EXIT.
      *
      *    JYO-RTN  -  the game status held for the machine's game
      *    type and block
000000 JYO-RTN .
           MOVE "JYO-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXMAC-REC
000000     MOVE "S" TO EXMAC-TYPE
000000     MOVE MACC-MACHINE TO EXMAC-MACHINE
000000     MOVE SPACE TO GMJ-KEY
000000     MOVE MACC-GMTYPE TO GMJ-GMTYPE
000000     MOVE MACC-BLOCK TO GMJ-BLOCK
000000     READ VIGAMJYO INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN600-09 VIGAMJYO READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE "N" TO EXMAC-S-FOUND .
000000     IF FL-STS1 NOT = "23"
000000         MOVE "Y" TO EXMAC-S-FOUND
000000         MOVE GMJ-STATE TO EXMAC-S-STATE .
000000     PERFORM WRT-RTN THRU CX00039 .
000000 CX00022. EXIT.
      *
      *    ASG-RTN  -  every assignment of the machine, oldest
      *    first; the last one effective by the business date is
      *    the one in force and is marked when it is listed
000000 ASG-RTN .
           MOVE "ASG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-CURDT
000000     MOVE MACC-MACHINE TO MACASG-MACHINE
000000     MOVE ZERO TO MACASG-EFFFROM .
000000     START VIMACASG KEY >= MACASG-KEY
000000             INVALID GO TO CX00023.
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIMACASG NEXT AT END GO TO CX00034.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN600-10 VIMACASG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF MACASG-MACHINE NOT = MACC-MACHINE GO TO CX00034.
000000     IF MACASG-EFFFROM NOT > WK-BUSDT
000000         MOVE MACASG-EFFFROM TO WK-CURDT .
000000     GO TO CX00033.
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE MACC-MACHINE TO MACASG-MACHINE
000000     MOVE ZERO TO MACASG-EFFFROM .
000000     START VIMACASG KEY >= MACASG-KEY
000000             INVALID GO TO CX00023.
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIMACASG NEXT AT END GO TO CX00023.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN600-10 VIMACASG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF MACASG-MACHINE NOT = MACC-MACHINE GO TO CX00023.
000000     MOVE SPACE TO EXMAC-REC
000000     MOVE "A" TO EXMAC-TYPE
000000     MOVE MACC-MACHINE TO EXMAC-MACHINE
000000     MOVE MACASG-EFFFROM TO EXMAC-A-EFFFROM
000000     MOVE MACASG-FLOOR TO EXMAC-A-FLOOR
000000     MOVE MACASG-KIND TO EXMAC-A-KIND .
000000     IF MACASG-EFFFROM = WK-CURDT
000000         MOVE "*" TO EXMAC-A-CURRENT .
000000     PERFORM WRT-RTN THRU CX00039 .
000000     GO TO CX00035.
000000 CX00023. EXIT.
      *
      *    SALE-RTN  -  the machine's daily sales rows dated within
      *    the thirty days, then their total
000000 SALE-RTN .
           MOVE "SALE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-SALE-AMT
000000     MOVE ZERO TO WK-SALE-CNT
000000     MOVE MACC-MACHINE TO HBT-KEYITEM .
000000     START RQHIBETU KEY >= HBT-KEYITEM
000000             INVALID GO TO CX00037.
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ RQHIBETU NEXT AT END GO TO CX00037.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN600-11 RQHIBETU READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF HBT-KEYITEM NOT = MACC-MACHINE GO TO CX00037.
000000     IF HBT-DATE < WK-WINFROM OR HBT-DATE > WK-BUSDT
000000         GO TO CX00036.
000000     ADD HBT-AMT TO WK-SALE-AMT
000000     ADD 1 TO WK-SALE-CNT
000000     MOVE SPACE TO EXMAC-REC
000000     MOVE "D" TO EXMAC-TYPE
000000     MOVE MACC-MACHINE TO EXMAC-MACHINE
000000     MOVE HBT-DATE TO EXMAC-D-DATE
000000     MOVE HBT-FLOOR TO EXMAC-D-FLOOR
000000     MOVE HBT-CHAN TO EXMAC-D-CHAN
000000     MOVE HBT-AMT TO EXMAC-D-AMT
000000     MOVE ZERO TO EXMAC-D-CNT
000000     PERFORM WRT-RTN THRU CX00039 .
000000     GO TO CX00036.
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXMAC-REC
000000     MOVE "H" TO EXMAC-TYPE
000000     MOVE MACC-MACHINE TO EXMAC-MACHINE
000000     MOVE WK-WINFROM TO EXMAC-D-DATE
000000     MOVE WK-SALE-AMT TO EXMAC-D-AMT
000000     MOVE WK-SALE-CNT TO EXMAC-D-CNT
000000     PERFORM WRT-RTN THRU CX00039 .
000000 CX00024. EXIT.
      *
      *    INVRD-RTN  -  the machine's investment row, when there is
      *    one; the takings for the payback run from its install
      *    month
000000 INVRD-RTN .
           MOVE "INVRD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-INVFND
000000     MOVE ZERO TO WK-TAKINGS
000000     MOVE ZERO TO WK-INSTDT .
000000     IF SW-MACINV = ZERO GO TO CX00025.
000000     MOVE MACC-MACHINE TO MACINV-MACHINE
000000     READ VIMACINV INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN600-12 VIMACINV READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FL-STS1 = "23" GO TO CX00025.
000000     MOVE 1 TO SW-INVFND .
000000     IF MACINV-INSTDATE NUMERIC
000000         MOVE MACINV-INSTDATE TO WK-INSTDT .
000000 CX00025. EXIT.
      *
      *    MON-RTN  -  the machine's month-by-month takings; the
      *    monthly file leads on the month, so all of it is read
000000 MON-RTN .
           MOVE "MON-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LOW-VALUES TO HBTMON-KEY .
000000     START VIHBTMON KEY >= HBTMON-KEY
000000             INVALID GO TO CX00026.
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIHBTMON NEXT AT END GO TO CX00026.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN600-13 VIHBTMON READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF HBTMON-MACHINE NOT = MACC-MACHINE GO TO CX00038.
000000     IF SW-INVFND = 1 AND HBTMON-YM NOT < WK-INST-YM
000000         ADD HBTMON-AMT TO WK-TAKINGS .
000000     MOVE SPACE TO EXMAC-REC
000000     MOVE "M" TO EXMAC-TYPE
000000     MOVE MACC-MACHINE TO EXMAC-MACHINE
000000     MOVE HBTMON-YM TO EXMAC-M-YM
000000     MOVE HBTMON-FLOOR TO EXMAC-M-FLOOR
000000     MOVE HBTMON-AMT TO EXMAC-M-AMT
000000     MOVE HBTMON-DAYS TO EXMAC-M-DAYS
000000     MOVE HBTMON-AVG TO EXMAC-M-AVG
000000     MOVE HBTMON-DOWNDAYS TO EXMAC-M-DOWNDAYS
000000     MOVE HBTMON-HRAVG TO EXMAC-M-HRAVG
000000     PERFORM WRT-RTN THRU CX00039 .
000000     GO TO CX00038.
000000 CX00026. EXIT.
      *
      *    WIN-RTN  -  wins over the thirty days against the thirty
      *    before; the deviation is the move in wins as a
      *    percentage of the earlier thirty, flagged D past the
      *    WINDEVPCT tolerance
000000 WIN-RTN .
           MOVE "WIN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-WINDAYS
000000     MOVE ZERO TO WK-WINS
000000     MOVE ZERO TO WK-PRVWINS
000000     MOVE ZERO TO WK-WINROWS
000000     MOVE ZERO TO WK-LASTWIN
000000     MOVE MACC-MACHINE (1:10) TO WINH-MACHINE
000000     MOVE WK-PRVFROM TO WINH-DATE .
000000     START VIWINHIS KEY >= WINH-KEY
000000             INVALID GO TO CX00045.
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIWINHIS NEXT AT END GO TO CX00045.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN600-14 VIWINHIS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF WINH-MACHINE NOT = MACC-MACHINE (1:10) OR
000000        WINH-DATE > WK-BUSDT
000000         GO TO CX00045.
000000     ADD 1 TO WK-WINROWS .
000000     IF WINH-WINS > ZERO
000000         MOVE WINH-DATE TO WK-LASTWIN .
000000     IF WINH-DATE < WK-WINFROM
000000         ADD WINH-WINS TO WK-PRVWINS
000000         GO TO CX00044.
000000     ADD WINH-WINS TO WK-WINS .
000000     IF WINH-WINS > ZERO
000000         ADD 1 TO WK-WINDAYS .
000000     GO TO CX00044.
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXMAC-REC
000000     MOVE "W" TO EXMAC-TYPE
000000     MOVE MACC-MACHINE TO EXMAC-MACHINE
000000     MOVE WK-WINFROM TO EXMAC-W-FROMDT
000000     MOVE WK-WINDAYS TO EXMAC-W-WINDAYS
000000     MOVE WK-WINS TO EXMAC-W-WINS
000000     MOVE WK-PRVWINS TO EXMAC-W-PRVWINS
000000     MOVE WK-LASTWIN TO EXMAC-W-LASTWIN
000000     MOVE ZERO TO EXMAC-W-DEVPCT .
000000     IF WK-WINROWS = ZERO
000000         MOVE "N" TO EXMAC-W-FLAG
000000         GO TO CX00046.
000000     IF WK-PRVWINS = ZERO GO TO CX00046.
000000     IF WK-WINS < WK-PRVWINS
000000         COMPUTE WK-WINDIFF = WK-PRVWINS - WK-WINS
000000     ELSE
000000         COMPUTE WK-WINDIFF = WK-WINS - WK-PRVWINS .
000000     COMPUTE EXMAC-W-DEVPCT = WK-WINDIFF * 100 / WK-PRVWINS .
000000     IF EXMAC-W-DEVPCT > WK-DEVPCT
000000         MOVE "D" TO EXMAC-W-FLAG .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM WRT-RTN THRU CX00039 .
000000 CX00027. EXIT.
      *
      *    INV-RTN  -  cost and book value, written down
      *    straight-line as HBHUN580 does - the cost over the life
      *    in months, cut to the yen, from the install month to
      *    the business date's month, nil once the life is run -
      *    and the takings since installation against the cost
000000 INV-RTN .
           MOVE "INV-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXMAC-REC
000000     MOVE "I" TO EXMAC-TYPE
000000     MOVE MACC-MACHINE TO EXMAC-MACHINE .
000000     IF SW-INVFND = ZERO
000000         MOVE "U" TO EXMAC-I-FOUND
000000         GO TO CX00048.
000000     MOVE "Y" TO EXMAC-I-FOUND
000000     MOVE WK-INSTDT TO EXMAC-I-INSTDATE
000000     MOVE ZERO TO EXMAC-I-COST
000000     MOVE ZERO TO EXMAC-I-LIFEMONTHS
000000     MOVE ZERO TO EXMAC-I-MONTHS
000000     MOVE ZERO TO EXMAC-I-BOOK
000000     MOVE WK-TAKINGS TO EXMAC-I-TAKINGS
000000     MOVE ZERO TO EXMAC-I-PAYPCT
000000     MOVE "N" TO EXMAC-I-PAIDBACK .
000000     IF MACINV-COST NOT NUMERIC OR
000000        MACINV-LIFEMONTHS NOT NUMERIC OR
000000        MACINV-LIFEMONTHS = ZERO OR WK-INSTDT = ZERO
000000         GO TO CX00048.
000000     MOVE MACINV-COST TO EXMAC-I-COST
000000     MOVE MACINV-LIFEMONTHS TO EXMAC-I-LIFEMONTHS
000000     MOVE ZERO TO WK-MONTHS .
000000     IF WK-INSTDT > WK-BUSDT GO TO CX00047.
000000     COMPUTE WK-MONTHS = (WK-BUSDT-YY * 12 + WK-BUSDT-MM)
000000                       - (WK-INST-YY * 12 + WK-INST-MM) + 1 .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-MONTHS > MACINV-LIFEMONTHS
000000         MOVE MACINV-LIFEMONTHS TO WK-MONTHS .
000000     MOVE WK-MONTHS TO EXMAC-I-MONTHS
000000     DIVIDE MACINV-COST BY MACINV-LIFEMONTHS GIVING WK-MONTHLY .
000000     MOVE ZERO TO WK-BOOK .
000000     IF WK-MONTHS < MACINV-LIFEMONTHS
000000         COMPUTE WK-BOOK = MACINV-COST - WK-MONTHLY * WK-MONTHS .
000000     MOVE WK-BOOK TO EXMAC-I-BOOK .
000000     IF MACINV-COST = ZERO GO TO CX00048.
000000     IF WK-TAKINGS > ZERO
000000         COMPUTE EXMAC-I-PAYPCT = WK-TAKINGS * 100 / MACINV-COST
000000             ON SIZE ERROR MOVE 99999 TO EXMAC-I-PAYPCT .
000000     IF NOT(WK-TAKINGS < MACINV-COST)
000000         MOVE "Y" TO EXMAC-I-PAIDBACK .
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM WRT-RTN THRU CX00039 .
000000 CX00028. EXIT.
      *
      *    ALR-RTN  -  every open alert whose note carries the
      *    machine's 10-byte code; the queue is keyed by time, so
      *    all of it is read
000000 ALR-RTN .
           MOVE "ALR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LOW-VALUES TO ALRT-KEY .
000000     START VIALRTQ KEY >= ALRT-KEY
000000             INVALID GO TO CX00029.
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIALRTQ NEXT AT END GO TO CX00029.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN600-15 VIALRTQ READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT ALRT-IS-OPEN GO TO CX00049.
000000     MOVE ZERO TO WK-HITS
000000     INSPECT ALRT-NOTE TALLYING WK-HITS
000000         FOR ALL MACC-MACHINE (1:10) .
000000     IF WK-HITS = ZERO GO TO CX00049.
000000     MOVE SPACE TO EXMAC-REC
000000     MOVE "L" TO EXMAC-TYPE
000000     MOVE MACC-MACHINE TO EXMAC-MACHINE
000000     MOVE ALRT-DATE TO EXMAC-L-DATE
000000     MOVE ALRT-TIME TO EXMAC-L-TIME
000000     MOVE ALRT-PROGID TO EXMAC-L-PROGID
000000     MOVE ALRT-ERRNO TO EXMAC-L-ERRNO
000000     MOVE ALRT-SEVERITY TO EXMAC-L-SEVERITY
000000     MOVE ALRT-NOTE TO EXMAC-L-NOTE
000000     PERFORM WRT-RTN THRU CX00039 .
000000     GO TO CX00049.
000000 CX00029. EXIT.
      *
      *    WRT-RTN  -  one EXMACINQ line
000000 WRT-RTN .
000000     WRITE EXMAC-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN600-16 EXMACINQ WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-LINE-CNT .
000000 CX00039. EXIT.
      *
      *    DAYBK-RTN  -  steps WK-FROMDT back one calendar day,
      *    February by the leap-year rule
000000 DAYBK-RTN .
           MOVE "DAYBK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FROM-DD > 1)GO TO CX00071.
000000     COMPUTE WK-FROM-DD = WK-FROM-DD - 1 .
000000     GO TO CX00074.
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FROM-MM = 1)GO TO CX00072.
000000     COMPUTE WK-FROM-YY = WK-FROM-YY - 1
000000     MOVE 12 TO WK-FROM-MM
000000     MOVE 31 TO WK-FROM-DD .
000000     GO TO CX00074.
000000 CX00072.
           MOVE "CX00072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-FROM-MM = WK-FROM-MM - 1
000000     MOVE 31 TO WK-FROM-LAST .
000000     IF WK-FROM-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-FROM-LAST .
000000     IF NOT(WK-FROM-MM = 2)GO TO CX00073.
000000     MOVE 28 TO WK-FROM-LAST
000000     DIVIDE WK-FROM-YY BY 4 GIVING WK-FROM-Q
000000         REMAINDER WK-FROM-R .
000000     IF WK-FROM-R = ZERO
000000         MOVE 29 TO WK-FROM-LAST .
000000 CX00073.
           MOVE "CX00073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-FROM-LAST TO WK-FROM-DD .
000000 CX00074. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN600" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN600" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN600" TO PRM-PROGID
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
000000         DISPLAY "HBHUN600-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
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
000000     MOVE "HBHUN600" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN600-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN600" TO ERRM-PROGID
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
