000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN655 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260925追加開始
      *    event calendar and event impact: new-machine
      *    introductions, anniversary events and local festivals
      *    swing a day's takings far off the ordinary, and nothing
      *    on VICALEND said which days they were.  EVTCARD cards
      *    keep the VIEVTCAL event master (CFEVTCL) - date, event
      *    type and the floor it ran on, *ALL for the whole hall:
      *    A adds, C changes the type or name, X removes; the
      *    operator is checked on VIOPRMST for the event-calendar
      *    class (E) and every card is audited to EXEVTAUD.  Each
      *    night the business date's takings per floor from
      *    RQHIBETU file on the VIFLRDAY daily history (CFFLRDY),
      *    held KEEPDAYS days, with the day's weekday, day class
      *    and event.  Every event in the last IMPDAYS days is then
      *    set on EXEVTIMP against the same floor's ordinary days
      *    of the same weekday and class - up to CMPDAYS of them,
      *    looked for over the twelve weeks before - with the
      *    takings gained or lost, per floor, per event and per
      *    event type, so marketing sees which events paid
000000     SELECT  EVTCARD
000000                  ASSIGN             EVTCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIEVTCAL
000000             ASSIGN            VIEVTCAL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY EVT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  RQHIBETU
000000             ASSIGN            RQHIBETU-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     SEQUENTIAL
000000             RECORD   KEY      HBT-KEYITEM
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VIHOLIDY
000000             ASSIGN            VIHOLIDY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY HOLI-DATE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIFLRDAY
000000             ASSIGN            VIFLRDAY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY FDY-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXEVTAUD
000000             ASSIGN               EXEVTAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXEVTIMP
000000             ASSIGN               EXEVTIMP-MSD
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
      *20260925追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  EVTCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EVTCARD".
       01  EVC-REC.
           05  EVC-ACTION                  PIC X(01).
               88  EVC-ADD                  VALUE "A".
               88  EVC-CHANGE               VALUE "C".
               88  EVC-CANCEL               VALUE "X".
           05  EVC-DATE                    PIC X(08).
           05  EVC-DATE-N REDEFINES EVC-DATE
                                           PIC 9(08).
           05  EVC-DATE-R REDEFINES EVC-DATE.
               07  EVC-YY                  PIC 9(04).
               07  EVC-MM                  PIC 9(02).
               07  EVC-DD                  PIC 9(02).
      *    the sales floor, or *ALL for the whole hall
           05  EVC-FLOOR                   PIC X(10).
      *    N new-machine introduction, A anniversary event,
      *    F local festival, O any other
           05  EVC-TYPE                    PIC X(01).
               88  EVC-VALIDTYPE            VALUE "N" "A" "F" "O".
           05  EVC-NAME                    PIC X(30).
           05  EVC-OPID                    PIC X(08).
000000 FD  VIEVTCAL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIEVTCAL".
       01  EVT-REC.
           COPY CFEVTCL .
      *    the daily file's own copybook carries corrupted names in
      *    this source, so this program declares the same byte
      *    layout under its own names, as HBHUN420 does
000000 FD  RQHIBETU
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RQHIBETU".
       01  HBT-REC.
           05  HBT-DATE                    PIC 9(08).
           05  HBT-FLOOR                   PIC X(10).
           05  HBT-CHAN                    PIC X(04).
           05  HBT-KEYITEM                 PIC X(22).
           05  HBT-AMT                     PIC S9(09)V99 COMP-3.
000000 FD  VIHOLIDY
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHOLIDY".
       01  HOLI-REC.
           05  HOLI-DATE                   PIC 9(08).
           05  HOLI-CLASS                  PIC X(01).
               88  HOLI-HOLIDAY             VALUE "H".
000000 FD  VIFLRDAY
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFLRDAY".
       01  FDY-REC.
           COPY CFFLRDY .
000000 FD  EXEVTAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXEVTAUD".
       01  EXEVA-REC.
           05  EXEVA-RUNDATE               PIC 9(08).
           05  EXEVA-RUNTIME               PIC 9(06).
           05  EXEVA-OPID                  PIC X(08).
           05  EXEVA-ACTION                PIC X(01).
           05  EXEVA-DATE                  PIC X(08).
           05  EXEVA-FLOOR                 PIC X(10).
      *    the event as it stands after the card
           05  EXEVA-TYPE                  PIC X(01).
           05  EXEVA-NAME                  PIC X(30).
           05  EXEVA-RESULT                PIC X(01).
               88  EXEVA-APPLIED            VALUE "0".
               88  EXEVA-EXISTS             VALUE "1".
               88  EXEVA-INVALID            VALUE "2".
               88  EXEVA-UNAUTHORIZED       VALUE "3".
               88  EXEVA-NOTFOUND           VALUE "4".
000000 FD  EXEVTIMP
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXEVTIMP".
       01  EXEVI-REC.
           05  EXEVI-RECTYPE               PIC X(01).
               88  EXEVI-FLOORDAY           VALUE "D".
               88  EXEVI-EVENT              VALUE "E".
               88  EXEVI-TYPETOTAL          VALUE "T".
           05  EXEVI-RUNDATE               PIC 9(08).
      *    T: the first day of the window
           05  EXEVI-EVTDATE               PIC 9(08).
      *    D: the floor; E: the floor carded, *ALL for the hall;
      *    T: blank
           05  EXEVI-FLOOR                 PIC X(10).
           05  EXEVI-EVTTYPE               PIC X(01).
           05  EXEVI-EVTNAME               PIC X(30).
           05  EXEVI-WEEKDAY               PIC 9(01).
           05  EXEVI-DAYCLASS              PIC X(01).
      *    D: the event day's takings; E and T: those of the floor
      *    days that found ordinary days to be set against
           05  EXEVI-EVTAMT                PIC S9(13)V99.
      *    D: the ordinary days found; E and T: the floor days
      *    compared
           05  EXEVI-CMPDAYS               PIC 9(05).
      *    D: the ordinary days' average; E and T: the sum of the
      *    floor days' ordinary averages
           05  EXEVI-CMPAMT                PIC S9(13)V99.
           05  EXEVI-UPLIFT                PIC S9(13)V99.
           05  EXEVI-UPLPCT                PIC S9(05)V9(02).
           05  EXEVI-NOTE                  PIC X(20).
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
000000   03  SW-HOLIDY                   PIC 9(01) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-UPD-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-FDY-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-DEL-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-IMP-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-KEEPDAYS                 PIC 9(03) VALUE 400.
000000   03  WK-IMPDAYS                  PIC 9(03) VALUE 31.
000000   03  WK-CMPDAYS                  PIC 9(03) VALUE 4.
000000   03  WK-STEPS                    PIC 9(03).
000000   03  WK-WEEKS                    PIC 9(02).
000000   03  WK-FX                       PIC 9(04).
000000   03  WK-EX                       PIC 9(04).
000000   03  WK-EX2                      PIC 9(04).
000000   03  WK-DX                       PIC 9(04).
000000   03  WK-TX                       PIC 9(01).
000000   03  WK-CLASS                    PIC X(01).
000000   03  SW-SKIP                     PIC 9(01).
000000   03  SW-ONFILE                   PIC 9(01).
      *    the event looked up by EVTCHK-RTN for a date and floor,
      *    blank when the day was an ordinary one
000000   03  WK-EVT-DATE                 PIC 9(08).
000000   03  WK-EVT-FLOOR                PIC X(10).
000000   03  WK-EVTTYPE                  PIC X(01).
      *    the floor day being set against its ordinary days
000000   03  WK-CMP-CNT                  PIC 9(03).
000000   03  WK-CMP-SUM                  PIC S9(15)V99.
000000   03  WK-CMP-AVG                  PIC S9(13)V99.
000000   03  WK-UPLIFT                   PIC S9(13)V99.
      *    one event's floors added up
000000   03  WK-E-DAYS                   PIC 9(05).
000000   03  WK-E-EVTAMT                 PIC S9(15)V99.
000000   03  WK-E-CMPAMT                 PIC S9(15)V99.
000000   03  WK-TOMORROW                 PIC 9(08).
000000   03  WK-TOMORROW-R REDEFINES WK-TOMORROW.
000000       05  WK-TOM-YY               PIC 9(04).
000000       05  WK-TOM-MM               PIC 9(02).
000000       05  WK-TOM-DD               PIC 9(02).
000000   03  WK-TOM-LAST                 PIC 9(02).
000000   03  WK-TOM-Q                    PIC 9(04).
000000   03  WK-TOM-R                    PIC 9(04).
      *    a date stepped back: the purge cutoff, the window's
      *    first day, then each ordinary day probed
000000   03  WK-CUT-AREA.
000000     05  WK-CUT-DATE                 PIC 9(08).
000000     05  WK-CUT-YMD REDEFINES WK-CUT-DATE.
000000         07  WK-CUT-YY               PIC 9(04).
000000         07  WK-CUT-MM               PIC 9(02).
000000         07  WK-CUT-DD               PIC 9(02).
000000     05  WK-CUT-LAST                 PIC 9(02).
000000     05  WK-CUT-Q                    PIC 9(04).
000000     05  WK-CUT-R                    PIC 9(04).
000000   03  WK-WINDOW-FROM              PIC 9(08).
      *    Zeller's congruence work, as HBHUN640 has it
000000   03  WK-WD-Y                     PIC 9(04).
000000   03  WK-WD-M                     PIC 9(02).
000000   03  WK-WD-D                     PIC 9(02).
000000   03  WK-WD-Q                     PIC 9(08).
000000   03  WK-WD-R                     PIC 9(08).
000000   03  WK-WD-SUM                   PIC S9(08).
000000   03  WK-WD-T1                    PIC 9(04).
000000   03  WK-WD-T2                    PIC 9(04).
000000   03  WK-WD-T3                    PIC 9(04).
000000   03  WK-WD-T4                    PIC 9(04).
000000   03  WK-WEEKDAY                  PIC 9(01).
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *    the business date's takings per floor
000000 01  FLR-WORK.
000000   03  FLR-CNT                     PIC 9(04) VALUE ZERO.
000000   03  FLR-ENT OCCURS 300.
000000     05  FLR-FLOOR                 PIC X(10).
000000     05  FLR-AMT                   PIC S9(13)V99.
000000     05  FLR-RECCNT                PIC 9(07).
      *    the events in the window, taken off the master first so
      *    the history can be read at random beside them
000000 01  ETB-WORK.
000000   03  ETB-CNT                     PIC 9(04) VALUE ZERO.
000000   03  ETB-ENT OCCURS 500.
000000     05  ETB-DATE                  PIC 9(08).
000000     05  ETB-FLOOR                 PIC X(10).
000000     05  ETB-TYPE                  PIC X(01).
000000     05  ETB-NAME                  PIC X(30).
      *    the floors with takings on a hall-wide event's date
000000 01  DFL-WORK.
000000   03  DFL-CNT                     PIC 9(04) VALUE ZERO.
000000   03  DFL-ENT OCCURS 300.
000000     05  DFL-FLOOR                 PIC X(10).
000000     05  DFL-AMT                   PIC S9(13)V99.
000000     05  DFL-WEEKDAY               PIC 9(01).
000000     05  DFL-DAYCLASS              PIC X(01).
      *    the window's totals per event type, in EVT-TYPE order
000000 01  TYP-WORK.
000000   03  TYP-CODES                   PIC X(04) VALUE "NAFO".
000000   03  TYP-ENT OCCURS 4.
000000     05  TYP-EVENTS                PIC 9(05).
000000     05  TYP-DAYS                  PIC 9(05).
000000     05  TYP-EVTAMT                PIC S9(15)V99.
000000     05  TYP-CMPAMT                PIC S9(15)V99.
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
000000     PERFORM P200-RTN THRU CX00006
000000     PERFORM P300-RTN THRU CX00007
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000     INITIALIZE FLR-WORK
000000     INITIALIZE ETB-WORK
000000     INITIALIZE TYP-ENT (1) TYP-ENT (2) TYP-ENT (3) TYP-ENT (4)
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN655" TO PRM-PROGID
000000     MOVE "KEEPDAYS" TO PRM-NAME
000000     MOVE "400" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-KEEPDAYS .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN655" TO PRM-PROGID
000000     MOVE "IMPDAYS" TO PRM-NAME
000000     MOVE "031" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-IMPDAYS .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN655" TO PRM-PROGID
000000     MOVE "CMPDAYS" TO PRM-NAME
000000     MOVE "004" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-CMPDAYS .
      *    no more ordinary days than the twelve weeks searched
000000     IF WK-CMPDAYS > 12
000000         MOVE 12 TO WK-CMPDAYS .
000000     PERFORM WEEKDAY-RTN THRU CX00098 .
000000       OPEN  INPUT  EVTCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN655-01 EVTCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIEVTCAL .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIEVTCAL
000000         CLOSE VIEVTCAL
000000         OPEN I-O VIEVTCAL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN655-02 VIEVTCAL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  RQHIBETU .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN655-03 RQHIBETU OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    no holiday master means classes fall back to weekday
      *    and weekend alone, as in HBHUN640
000000     OPEN INPUT VIHOLIDY .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-HOLIDY .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00053.
000000         DISPLAY "HBHUN655-04 VIHOLIDY OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIFLRDAY .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIFLRDAY
000000         CLOSE VIFLRDAY
000000         OPEN I-O VIFLRDAY .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN655-05 VIFLRDAY OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXEVTAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN655-06 EXEVTAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXEVTIMP .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN655-07 EXEVTIMP OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN655-08 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN655-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000     PERFORM CLASS-RTN THRU CX00103 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the event cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ EVTCARD AT END CONTINUE .
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
000000           DISPLAY "HBHUN655-09 EVTCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
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
      *    P100-RTN  -  the business date's takings per floor onto
      *    the daily history, with tonight's event master behind
      *    them
000000 P100-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ RQHIBETU AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     IF NOT(HBT-DATE = WK-BUSDT) GO TO CX00018.
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM POST-RTN THRU CX00033 .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN655-10 RQHIBETU READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
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
000000     MOVE ZERO TO WK-FX .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FX < FLR-CNT)GO TO CX00005.
000000     COMPUTE WK-FX = WK-FX + 1
000000     PERFORM FDY-RTN THRU CX00037 .
000000     GO TO CX00036.
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  history older than KEEPDAYS days goes
000000 P200-RTN .
000000     MOVE WK-BUSDT TO WK-CUT-DATE
000000     MOVE WK-KEEPDAYS TO WK-STEPS
000000     PERFORM CBACK-RTN THRU CX00094
000000         WK-STEPS TIMES
000000     MOVE LOW-VALUES TO FDY-KEY .
000000     START VIFLRDAY KEY >= FDY-KEY
000000             INVALID GO TO CX00006 .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIFLRDAY NEXT AT END GO TO CX00006.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN655-11 VIFLRDAY READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(FDY-DATE < WK-CUT-DATE)GO TO CX00006.
000000     DELETE VIFLRDAY INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN655-12 VIFLRDAY DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-DEL-CNT
000000     GO TO CX00040.
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  every event in the window against the
      *    ordinary days, then the totals per event type
000000 P300-RTN .
000000     MOVE WK-BUSDT TO WK-CUT-DATE .
000000     IF WK-IMPDAYS > 1
000000         COMPUTE WK-STEPS = WK-IMPDAYS - 1
000000         PERFORM CBACK-RTN THRU CX00094
000000             WK-STEPS TIMES .
000000     MOVE WK-CUT-DATE TO WK-WINDOW-FROM
000000     MOVE WK-WINDOW-FROM TO EVT-DATE
000000     MOVE LOW-VALUES TO EVT-FLOOR .
000000     START VIEVTCAL KEY >= EVT-KEY
000000             INVALID GO TO CX00043 .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIEVTCAL NEXT AT END GO TO CX00043.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN655-13 VIEVTCAL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF EVT-DATE > WK-BUSDT GO TO CX00043.
000000     IF NOT(ETB-CNT < 500)
000000         DISPLAY "HBHUN655-91 EVENT TABLE FULL - EVENTS FROM "
000000                 EVT-DATE " NOT ANALYSED" UPON CONSOLE
000000         GO TO CX00043.
000000     ADD 1 TO ETB-CNT
000000     MOVE EVT-DATE TO ETB-DATE (ETB-CNT)
000000     MOVE EVT-FLOOR TO ETB-FLOOR (ETB-CNT)
000000     MOVE EVT-TYPE TO ETB-TYPE (ETB-CNT)
000000     MOVE EVT-NAME TO ETB-NAME (ETB-CNT)
000000     GO TO CX00042.
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-EX .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-EX < ETB-CNT)GO TO CX00045.
000000     COMPUTE WK-EX = WK-EX + 1
000000     PERFORM EVENT-RTN THRU CX00070 .
000000     GO TO CX00044.
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-TX .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-TX < 4)GO TO CX00007.
000000     COMPUTE WK-TX = WK-TX + 1 .
000000     IF TYP-EVENTS (WK-TX) = ZERO GO TO CX00046.
000000     INITIALIZE EXEVI-REC
000000     MOVE "T" TO EXEVI-RECTYPE
000000     MOVE WK-WINDOW-FROM TO EXEVI-EVTDATE
000000     MOVE TYP-CODES (WK-TX:1) TO EXEVI-EVTTYPE
000000     MOVE TYP-DAYS (WK-TX) TO WK-E-DAYS
000000     MOVE TYP-EVTAMT (WK-TX) TO WK-E-EVTAMT
000000     MOVE TYP-CMPAMT (WK-TX) TO WK-E-CMPAMT
000000     PERFORM TOTAL-RTN THRU CX00088 .
000000     GO TO CX00046.
000000 CX00007. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN655-90 CARDS APPLIED=" WK-UPD-CNT
000000             " IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE
000000     DISPLAY "HBHUN655-92 FLOOR DAYS FILED=" WK-FDY-CNT
000000             " PURGED=" WK-DEL-CNT
000000             " EVENT LINES=" WK-IMP-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     IF SW-HOLIDY = 1
000000         CLOSE VIHOLIDY .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN655-14 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  EVTCARD  VIEVTCAL  RQHIBETU  VIFLRDAY
000000              EXEVTAUD  EXEVTIMP .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN655-15 VIFLRDAY CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
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
      *    CARD-RTN  -  one card: the operator is checked first,
      *    then the date and floor are looked up
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXEVA-REC
000000     ACCEPT EXEVA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXEVA-RUNTIME FROM TIME
000000     MOVE EVC-OPID TO EXEVA-OPID
000000     MOVE EVC-ACTION TO EXEVA-ACTION
000000     MOVE EVC-DATE TO EXEVA-DATE
000000     MOVE EVC-FLOOR TO EXEVA-FLOOR
000000     MOVE EVC-TYPE TO EXEVA-TYPE
000000     MOVE EVC-NAME TO EXEVA-NAME
000000     MOVE EVC-OPID TO WK-CHK-OPID
000000     MOVE "E" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXEVA-RESULT
000000         GO TO CX00021.
000000     IF NOT(EVC-ADD OR EVC-CHANGE OR EVC-CANCEL) OR
000000        EVC-DATE NOT NUMERIC OR EVC-FLOOR = SPACE OR
000000        (EVC-TYPE NOT = SPACE AND NOT EVC-VALIDTYPE)
000000         MOVE "2" TO EXEVA-RESULT
000000         GO TO CX00021.
000000     IF EVC-MM < 1 OR EVC-MM > 12 OR EVC-DD < 1 OR EVC-DD > 31
000000         MOVE "2" TO EXEVA-RESULT
000000         GO TO CX00021.
000000     MOVE EVC-DATE-N TO EVT-DATE
000000     MOVE EVC-FLOOR TO EVT-FLOOR
000000     READ VIEVTCAL INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00022.
000000     GO TO CX00023.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN655-16 VIEVTCAL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF EVC-ADD GO TO CX00024.
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXEVA-RESULT
000000         GO TO CX00021.
000000     IF EVC-CHANGE GO TO CX00025.
000000     PERFORM AUDSET-RTN THRU CX00082 .
000000     DELETE VIEVTCAL INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00026.
000000         DISPLAY "HBHUN655-17 VIEVTCAL DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00029.
      *    C: a blank type or name stays as it is
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF EVC-TYPE = SPACE AND EVC-NAME = SPACE
000000         MOVE "2" TO EXEVA-RESULT
000000         GO TO CX00021.
000000     IF EVC-TYPE NOT = SPACE
000000         MOVE EVC-TYPE TO EVT-TYPE .
000000     IF EVC-NAME NOT = SPACE
000000         MOVE EVC-NAME TO EVT-NAME .
000000     MOVE EVC-OPID TO EVT-OPID
000000     MOVE WK-BUSDT TO EVT-CHGDATE
000000     REWRITE EVT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN655-18 VIEVTCAL REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM AUDSET-RTN THRU CX00082 .
000000     GO TO CX00029.
      *    A: the type must be given; the name may stay blank
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 NOT = "23"
000000         MOVE "1" TO EXEVA-RESULT
000000         GO TO CX00021.
000000     IF EVC-TYPE = SPACE
000000         MOVE "2" TO EXEVA-RESULT
000000         GO TO CX00021.
000000     INITIALIZE EVT-REC
000000     MOVE EVC-DATE-N TO EVT-DATE
000000     MOVE EVC-FLOOR TO EVT-FLOOR
000000     MOVE EVC-TYPE TO EVT-TYPE
000000     MOVE EVC-NAME TO EVT-NAME
000000     MOVE EVC-OPID TO EVT-OPID
000000     MOVE WK-BUSDT TO EVT-ENTDATE
000000     MOVE ZERO TO EVT-CHGDATE
000000     WRITE EVT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00028.
000000         DISPLAY "HBHUN655-19 VIEVTCAL WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM AUDSET-RTN THRU CX00082 .
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-UPD-CNT
000000     MOVE "0" TO EXEVA-RESULT
000000     PERFORM AUD-RTN THRU CX00077 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00077 .
000000 CX00020. EXIT.
      *
      *    AUDSET-RTN  -  the master row as it stands onto the
      *    audit line
000000 AUDSET-RTN .
           MOVE "AUDSET-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE EVT-TYPE TO EXEVA-TYPE
000000     MOVE EVT-NAME TO EXEVA-NAME .
000000 CX00082. EXIT.
      *
      *    AUD-RTN  -  one EXEVTAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXEVA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00078.
000000         DISPLAY "HBHUN655-20 EXEVTAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00078.
           MOVE "CX00078" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00077. EXIT.
      *
      *    POST-RTN  -  one sales record onto its floor's slot
000000 POST-RTN .
           MOVE "POST-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FX .
000000 CX00030.
           MOVE "CX00030" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FX < FLR-CNT)GO TO CX00031.
000000     COMPUTE WK-FX = WK-FX + 1 .
000000     IF FLR-FLOOR (WK-FX) = HBT-FLOOR GO TO CX00032.
000000     GO TO CX00030.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FLR-CNT < 300)
000000         DISPLAY "HBHUN655-93 FLOOR TABLE FULL - FLOOR "
000000                 HBT-FLOOR " NOT FILED" UPON CONSOLE
000000         GO TO CX00033.
000000     ADD 1 TO FLR-CNT
000000     MOVE FLR-CNT TO WK-FX
000000     MOVE HBT-FLOOR TO FLR-FLOOR (WK-FX)
000000     MOVE ZERO TO FLR-AMT (WK-FX)
000000     MOVE ZERO TO FLR-RECCNT (WK-FX) .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD HBT-AMT TO FLR-AMT (WK-FX)
000000     ADD 1 TO FLR-RECCNT (WK-FX) .
000000 CX00033. EXIT.
      *
      *    FDY-RTN  -  one floor's day filed on the history; a
      *    rerun of the night replaces the row
000000 FDY-RTN .
           MOVE "FDY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO WK-EVT-DATE
000000     MOVE FLR-FLOOR (WK-FX) TO WK-EVT-FLOOR
000000     PERFORM EVTCHK-RTN THRU CX00072
000000     MOVE WK-BUSDT TO FDY-DATE
000000     MOVE FLR-FLOOR (WK-FX) TO FDY-FLOOR
000000     READ VIFLRDAY INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN655-21 VIFLRDAY READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE ZERO TO SW-ONFILE .
000000     IF FL-STS1 = "00" OR "02"
000000         MOVE 1 TO SW-ONFILE .
000000     INITIALIZE FDY-REC
000000     MOVE WK-BUSDT TO FDY-DATE
000000     MOVE FLR-FLOOR (WK-FX) TO FDY-FLOOR
000000     MOVE FLR-AMT (WK-FX) TO FDY-AMT
000000     MOVE FLR-RECCNT (WK-FX) TO FDY-RECCNT
000000     MOVE WK-WEEKDAY TO FDY-WEEKDAY
000000     MOVE WK-CLASS TO FDY-DAYCLASS
000000     MOVE WK-EVTTYPE TO FDY-EVTTYPE .
000000     IF NOT(SW-ONFILE = 1)GO TO CX00038.
000000     REWRITE FDY-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00039.
000000         DISPLAY "HBHUN655-22 VIFLRDAY REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00037.
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE FDY-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHUN655-23 VIFLRDAY WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-FDY-CNT .
000000 CX00037. EXIT.
      *
      *    EVTCHK-RTN  -  the event on WK-EVT-DATE for
      *    WK-EVT-FLOOR: the floor's own row first, then the
      *    hall-wide one; blank when neither is carded
000000 EVTCHK-RTN .
           MOVE "EVTCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO WK-EVTTYPE
000000     MOVE WK-EVT-DATE TO EVT-DATE
000000     MOVE WK-EVT-FLOOR TO EVT-FLOOR
000000     READ VIEVTCAL INVALID CONTINUE .
000000     IF FL-STS1 = "00" OR "02"
000000         MOVE EVT-TYPE TO WK-EVTTYPE
000000         GO TO CX00072.
000000     IF NOT(FL-STS1 = "23")
000000           DISPLAY "HBHUN655-24 VIEVTCAL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "24" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE WK-EVT-DATE TO EVT-DATE
000000     MOVE "*ALL" TO EVT-FLOOR
000000     READ VIEVTCAL INVALID CONTINUE .
000000     IF FL-STS1 = "00" OR "02"
000000         MOVE EVT-TYPE TO WK-EVTTYPE
000000         GO TO CX00072.
000000     IF NOT(FL-STS1 = "23")
000000           DISPLAY "HBHUN655-25 VIEVTCAL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "25" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00072. EXIT.
      *
      *    EVENT-RTN  -  one carded event: its floor, or for a
      *    hall-wide event every floor with takings that day
      *    which has no event of its own carded, each set against
      *    its ordinary days; then the event's line
000000 EVENT-RTN .
           MOVE "EVENT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-E-DAYS
000000     MOVE ZERO TO WK-E-EVTAMT
000000     MOVE ZERO TO WK-E-CMPAMT
000000     MOVE ZERO TO DFL-CNT .
000000     IF ETB-FLOOR (WK-EX) = "*ALL" GO TO CX00071.
000000     MOVE ETB-DATE (WK-EX) TO FDY-DATE
000000     MOVE ETB-FLOOR (WK-EX) TO FDY-FLOOR
000000     READ VIFLRDAY INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         INITIALIZE EXEVI-REC
000000         MOVE "D" TO EXEVI-RECTYPE
000000         MOVE ETB-FLOOR (WK-EX) TO EXEVI-FLOOR
000000         MOVE "NO TAKINGS ON FILE" TO EXEVI-NOTE
000000         PERFORM EVTLINE-RTN THRU CX00086
000000         GO TO CX00073.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN655-26 VIFLRDAY READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "26" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE 1 TO DFL-CNT
000000     MOVE FDY-FLOOR TO DFL-FLOOR (1)
000000     MOVE FDY-AMT TO DFL-AMT (1)
000000     MOVE FDY-WEEKDAY TO DFL-WEEKDAY (1)
000000     MOVE FDY-DAYCLASS TO DFL-DAYCLASS (1)
000000     GO TO CX00074.
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ETB-DATE (WK-EX) TO FDY-DATE
000000     MOVE LOW-VALUES TO FDY-FLOOR .
000000     START VIFLRDAY KEY >= FDY-KEY
000000             INVALID GO TO CX00074 .
000000 CX00075.
           MOVE "CX00075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIFLRDAY NEXT AT END GO TO CX00074.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN655-27 VIFLRDAY READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "27" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FDY-DATE NOT = ETB-DATE (WK-EX) GO TO CX00074.
000000     MOVE ZERO TO SW-SKIP
000000     MOVE ZERO TO WK-EX2 .
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-EX2 < ETB-CNT)GO TO CX00079.
000000     COMPUTE WK-EX2 = WK-EX2 + 1 .
000000     IF ETB-DATE (WK-EX2) = FDY-DATE AND
000000        ETB-FLOOR (WK-EX2) = FDY-FLOOR
000000         MOVE 1 TO SW-SKIP
000000         GO TO CX00079.
000000     GO TO CX00076.
000000 CX00079.
           MOVE "CX00079" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-SKIP = 1 GO TO CX00075.
000000     IF NOT(DFL-CNT < 300)
000000         DISPLAY "HBHUN655-94 FLOOR TABLE FULL ON " FDY-DATE
000000                 " - FLOOR " FDY-FLOOR " AND AFTER NOT ANALYSED"
000000                 UPON CONSOLE
000000         GO TO CX00074.
000000     ADD 1 TO DFL-CNT
000000     MOVE FDY-FLOOR TO DFL-FLOOR (DFL-CNT)
000000     MOVE FDY-AMT TO DFL-AMT (DFL-CNT)
000000     MOVE FDY-WEEKDAY TO DFL-WEEKDAY (DFL-CNT)
000000     MOVE FDY-DAYCLASS TO DFL-DAYCLASS (DFL-CNT)
000000     GO TO CX00075.
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-DX .
000000 CX00080.
           MOVE "CX00080" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-DX < DFL-CNT)GO TO CX00073.
000000     COMPUTE WK-DX = WK-DX + 1
000000     PERFORM IMPFLR-RTN THRU CX00083 .
000000     GO TO CX00080.
000000 CX00073.
           MOVE "CX00073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-TX .
000000     IF ETB-TYPE (WK-EX) = "N"
000000         MOVE 1 TO WK-TX .
000000     IF ETB-TYPE (WK-EX) = "A"
000000         MOVE 2 TO WK-TX .
000000     IF ETB-TYPE (WK-EX) = "F"
000000         MOVE 3 TO WK-TX .
000000     IF ETB-TYPE (WK-EX) = "O"
000000         MOVE 4 TO WK-TX .
000000     IF WK-TX > ZERO
000000         ADD 1 TO TYP-EVENTS (WK-TX)
000000         ADD WK-E-DAYS TO TYP-DAYS (WK-TX)
000000         ADD WK-E-EVTAMT TO TYP-EVTAMT (WK-TX)
000000         ADD WK-E-CMPAMT TO TYP-CMPAMT (WK-TX) .
000000     INITIALIZE EXEVI-REC
000000     MOVE "E" TO EXEVI-RECTYPE
000000     MOVE ETB-DATE (WK-EX) TO EXEVI-EVTDATE
000000     MOVE ETB-FLOOR (WK-EX) TO EXEVI-FLOOR
000000     MOVE ETB-TYPE (WK-EX) TO EXEVI-EVTTYPE
000000     MOVE ETB-NAME (WK-EX) TO EXEVI-EVTNAME
000000     PERFORM TOTAL-RTN THRU CX00088 .
000000 CX00070. EXIT.
      *
      *    IMPFLR-RTN  -  one floor's event day against the same
      *    floor's ordinary days: the same weekday and day class,
      *    no event carded, stepped back a week at a time over
      *    twelve weeks until CMPDAYS have been found
000000 IMPFLR-RTN .
           MOVE "IMPFLR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-CMP-CNT
000000     MOVE ZERO TO WK-CMP-SUM
000000     MOVE ETB-DATE (WK-EX) TO WK-CUT-DATE
000000     MOVE ZERO TO WK-WEEKS .
000000 CX00084.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-WEEKS < 12 AND WK-CMP-CNT < WK-CMPDAYS)
000000         GO TO CX00085.
000000     ADD 1 TO WK-WEEKS
000000     PERFORM CBACK-RTN THRU CX00094 7 TIMES
000000     MOVE WK-CUT-DATE TO FDY-DATE
000000     MOVE DFL-FLOOR (WK-DX) TO FDY-FLOOR
000000     READ VIFLRDAY INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00084.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN655-28 VIFLRDAY READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "28" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FDY-DAYCLASS NOT = DFL-DAYCLASS (WK-DX) OR
000000        FDY-WEEKDAY NOT = DFL-WEEKDAY (WK-DX)
000000         GO TO CX00084.
000000     MOVE WK-CUT-DATE TO WK-EVT-DATE
000000     MOVE DFL-FLOOR (WK-DX) TO WK-EVT-FLOOR
000000     PERFORM EVTCHK-RTN THRU CX00072 .
000000     IF WK-EVTTYPE NOT = SPACE GO TO CX00084.
000000     ADD 1 TO WK-CMP-CNT
000000     ADD FDY-AMT TO WK-CMP-SUM
000000     GO TO CX00084.
000000 CX00085.
           MOVE "CX00085" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXEVI-REC
000000     MOVE "D" TO EXEVI-RECTYPE
000000     MOVE DFL-FLOOR (WK-DX) TO EXEVI-FLOOR
000000     MOVE DFL-WEEKDAY (WK-DX) TO EXEVI-WEEKDAY
000000     MOVE DFL-DAYCLASS (WK-DX) TO EXEVI-DAYCLASS
000000     MOVE DFL-AMT (WK-DX) TO EXEVI-EVTAMT
000000     MOVE WK-CMP-CNT TO EXEVI-CMPDAYS .
000000     IF WK-CMP-CNT = ZERO
000000         MOVE "NO ORDINARY DAYS" TO EXEVI-NOTE
000000         PERFORM EVTLINE-RTN THRU CX00086
000000         GO TO CX00083.
000000     COMPUTE WK-CMP-AVG ROUNDED = WK-CMP-SUM / WK-CMP-CNT
000000     COMPUTE WK-UPLIFT = DFL-AMT (WK-DX) - WK-CMP-AVG
000000     MOVE WK-CMP-AVG TO EXEVI-CMPAMT
000000     MOVE WK-UPLIFT TO EXEVI-UPLIFT .
000000     IF WK-CMP-AVG > ZERO
000000         COMPUTE EXEVI-UPLPCT ROUNDED =
000000             WK-UPLIFT * 100 / WK-CMP-AVG
000000             ON SIZE ERROR MOVE 99999.99 TO EXEVI-UPLPCT .
000000     ADD 1 TO WK-E-DAYS
000000     ADD DFL-AMT (WK-DX) TO WK-E-EVTAMT
000000     ADD WK-CMP-AVG TO WK-E-CMPAMT
000000     PERFORM EVTLINE-RTN THRU CX00086 .
000000 CX00083. EXIT.
      *
      *    EVTLINE-RTN  -  a floor-day line, with the event it
      *    belongs to
000000 EVTLINE-RTN .
000000     MOVE ETB-DATE (WK-EX) TO EXEVI-EVTDATE
000000     MOVE ETB-TYPE (WK-EX) TO EXEVI-EVTTYPE
000000     MOVE ETB-NAME (WK-EX) TO EXEVI-EVTNAME
000000     PERFORM WRT-RTN THRU CX00089 .
000000 CX00086. EXIT.
      *
      *    TOTAL-RTN  -  an event or event-type line from the
      *    floor days added up in WK-E-DAYS, -EVTAMT and -CMPAMT
000000 TOTAL-RTN .
000000     MOVE WK-E-DAYS TO EXEVI-CMPDAYS
000000     MOVE WK-E-EVTAMT TO EXEVI-EVTAMT
000000     MOVE WK-E-CMPAMT TO EXEVI-CMPAMT
000000     COMPUTE EXEVI-UPLIFT = WK-E-EVTAMT - WK-E-CMPAMT .
000000     IF WK-E-DAYS = ZERO
000000         MOVE "NO ORDINARY DAYS" TO EXEVI-NOTE .
000000     IF WK-E-CMPAMT > ZERO
000000         COMPUTE EXEVI-UPLPCT ROUNDED =
000000             EXEVI-UPLIFT * 100 / WK-E-CMPAMT
000000             ON SIZE ERROR MOVE 99999.99 TO EXEVI-UPLPCT .
000000     PERFORM WRT-RTN THRU CX00089 .
000000 CX00088. EXIT.
      *
      *    WRT-RTN  -  one impact line, stamped with the run date
000000 WRT-RTN .
000000     MOVE WK-BUSDT TO EXEVI-RUNDATE
000000     WRITE EXEVI-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00090.
000000         DISPLAY "HBHUN655-29 EXEVTIMP WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
000000     MOVE "29" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00090.
           MOVE "CX00090" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-IMP-CNT .
000000 CX00089. EXIT.
      *
      *    CLASS-RTN  -  the business date's class by the HBHUN640
      *    rules: holiday beats everything, the eve of one beats
      *    the weekend, the weekend beats the plain weekday
000000 CLASS-RTN .
           MOVE "CLASS-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "W" TO WK-CLASS .
000000     IF WK-WEEKDAY = 1 OR WK-WEEKDAY = 7
000000         MOVE "E" TO WK-CLASS .
000000     IF NOT(SW-HOLIDY = 1)GO TO CX00103.
000000     MOVE WK-BUSDT TO WK-TOMORROW
000000     PERFORM TOMFWD-RTN THRU CX00099
000000     MOVE WK-TOMORROW TO HOLI-DATE
000000     READ VIHOLIDY INVALID CONTINUE .
000000     IF FL-STS1 = "00" AND HOLI-HOLIDAY
000000         MOVE "V" TO WK-CLASS .
000000     MOVE WK-BUSDT TO HOLI-DATE
000000     READ VIHOLIDY INVALID CONTINUE .
000000     IF FL-STS1 = "00" AND HOLI-HOLIDAY
000000         MOVE "H" TO WK-CLASS .
000000 CX00103. EXIT.
      *
      *    CBACK-RTN  -  steps the cutoff date back one calendar
      *    day, February by the leap-year rule
000000 CBACK-RTN .
           MOVE "CBACK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CUT-DD > 1)GO TO CX00095.
000000     COMPUTE WK-CUT-DD = WK-CUT-DD - 1 .
000000     GO TO CX00094.
000000 CX00095.
           MOVE "CX00095" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CUT-MM = 1)GO TO CX00096.
000000     COMPUTE WK-CUT-YY = WK-CUT-YY - 1
000000     MOVE 12 TO WK-CUT-MM
000000     MOVE 31 TO WK-CUT-DD .
000000     GO TO CX00094.
000000 CX00096.
           MOVE "CX00096" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-CUT-MM = WK-CUT-MM - 1
000000     MOVE 31 TO WK-CUT-LAST .
000000     IF WK-CUT-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-CUT-LAST .
000000     IF NOT(WK-CUT-MM = 2)GO TO CX00097.
000000     MOVE 28 TO WK-CUT-LAST
000000     DIVIDE WK-CUT-YY BY 4 GIVING WK-CUT-Q
000000         REMAINDER WK-CUT-R .
000000     IF WK-CUT-R = ZERO
000000         MOVE 29 TO WK-CUT-LAST .
000000 CX00097.
           MOVE "CX00097" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-CUT-LAST TO WK-CUT-DD .
000000 CX00094. EXIT.
      *
      *    TOMFWD-RTN  -  steps the probe date forward one
      *    calendar day, February by the leap-year rule
000000 TOMFWD-RTN .
           MOVE "TOMFWD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 31 TO WK-TOM-LAST .
000000     IF WK-TOM-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-TOM-LAST .
000000     IF NOT(WK-TOM-MM = 2)GO TO CX00100.
000000     MOVE 28 TO WK-TOM-LAST
000000     DIVIDE WK-TOM-YY BY 4 GIVING WK-TOM-Q
000000         REMAINDER WK-TOM-R .
000000     IF WK-TOM-R = ZERO
000000         MOVE 29 TO WK-TOM-LAST .
000000 CX00100.
           MOVE "CX00100" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-TOM-DD < WK-TOM-LAST)GO TO CX00101.
000000     COMPUTE WK-TOM-DD = WK-TOM-DD + 1 .
000000     GO TO CX00099.
000000 CX00101.
           MOVE "CX00101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 01 TO WK-TOM-DD .
000000     IF NOT(WK-TOM-MM = 12)GO TO CX00102.
000000     COMPUTE WK-TOM-YY = WK-TOM-YY + 1
000000     MOVE 01 TO WK-TOM-MM .
000000     GO TO CX00099.
000000 CX00102.
           MOVE "CX00102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-TOM-MM = WK-TOM-MM + 1 .
000000 CX00099. EXIT.
      *
      *    WEEKDAY-RTN  -  day of week of the business date by
      *    Zeller's congruence (1 = Sunday through 7 = Saturday),
      *    each division floored on its own as HBHUN640 does
000000 WEEKDAY-RTN .
           MOVE "WEEKDAY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT (1:4) TO WK-WD-Y
000000     MOVE WK-BUSDT (5:2) TO WK-WD-M
000000     MOVE WK-BUSDT (7:2) TO WK-WD-D .
000000     IF WK-WD-M < 3
000000         ADD 12 TO WK-WD-M
000000         SUBTRACT 1 FROM WK-WD-Y .
000000     COMPUTE WK-WD-T1 = 13 * (WK-WD-M + 1)
000000     DIVIDE WK-WD-T1 BY 5 GIVING WK-WD-T1
000000     DIVIDE WK-WD-Y BY 4 GIVING WK-WD-T2
000000     DIVIDE WK-WD-Y BY 100 GIVING WK-WD-T3
000000     DIVIDE WK-WD-Y BY 400 GIVING WK-WD-T4
000000     COMPUTE WK-WD-SUM = WK-WD-D + WK-WD-T1
000000             + WK-WD-Y + WK-WD-T2
000000             - WK-WD-T3 + WK-WD-T4
000000     DIVIDE WK-WD-SUM BY 7 GIVING WK-WD-Q
000000         REMAINDER WK-WD-R
000000     COMPUTE WK-WEEKDAY = WK-WD-R .
000000     IF WK-WEEKDAY = ZERO
000000         MOVE 7 TO WK-WEEKDAY .
000000 CX00098. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN655" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN655" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN655" TO PRM-PROGID
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
000000         DISPLAY "HBHUN655-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
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
000000     MOVE "HBHUN655" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN655-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN655" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN655-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
