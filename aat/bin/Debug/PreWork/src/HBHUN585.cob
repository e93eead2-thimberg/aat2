000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN585 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261007追加開始
      *    external-auditor sample with its evidence: each SMPCARD
      *    card names a population - P the payments marked paid on
      *    VIPAYSTS, J the journal entries sent on SIWAKEIF, T the
      *    transfer items put on ZENGINTF, the last two as the
      *    VIDOCIDX index holds them - a period, a sample size, a
      *    seed and a high-value amount.  Every item in the period
      *    above the high-value amount is taken; the rest are
      *    sampled at random, each equally likely, by a generator
      *    started from the card's seed, so the same card on the
      *    same files always draws the same sample.  EXSMPPCK then
      *    carries an evidence pack for every item drawn: its
      *    source records (the ledger entry and the winner's
      *    transfer row, or the index row with the generation and
      *    archive catalog entry that hold the document), its
      *    action-audit rows off EXAPRAUD and EXPAYAUD, the journal
      *    entries that booked it (a payment's: its paid date's
      *    payment entries; a transfer's: its batch date's entries
      *    for the same counterparty) and the VIXMITRG transmission
      *    register entry for the file that carried it; a section
      *    with nothing to show says so on its own N line.  Bank
      *    account numbers and names are not carried.  Every file
      *    but the card deck is only ever read here
000000     SELECT  SMPCARD
000000                  ASSIGN             SMPCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIPAYSTS
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY PAYST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIWINACC
000000             ASSIGN            VIWINACC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY WINAC-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIDOCIDX
000000             ASSIGN            VIDOCIDX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY DIX-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIARCCAT
000000             ASSIGN            VIARCCAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY ARC-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIXMITRG
000000             ASSIGN            VIXMITRG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY XMT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIACCTMS
000000             ASSIGN            VIACCTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY ACCTMS-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXAPRAUD
000000             ASSIGN               EXAPRAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXPAYAUD
000000             ASSIGN               EXPAYAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSMPPCK
000000             ASSIGN               EXSMPPCK-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261007追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  SMPCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SMPCARD".
       01  SMPC-REC.
      *    P paid payments, J journal entries, T transfer items
           05  SMPC-POP                    PIC X(01).
               88  SMPC-PAYMENTS            VALUE "P".
               88  SMPC-JOURNAL             VALUE "J".
               88  SMPC-TRANSFERS           VALUE "T".
      *    the period, both ends inclusive: the paid date, the
      *    entry's business date or the transfer's value date
           05  SMPC-DATEFROM               PIC 9(08).
           05  SMPC-DATETO                 PIC 9(08).
      *    the items to draw at random, at most 500; zero draws
      *    the high-value items only
           05  SMPC-SIZE                   PIC 9(04).
      *    the generator's start, 1 to 2147483646
           05  SMPC-SEED                   PIC 9(10).
      *    every item above this amount is taken; zero takes none
           05  SMPC-HIGHAMT                PIC 9(14).
           05  FILLER                      PIC X(35).
000000 FD  VIPAYSTS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  PAYST-REC.
           COPY CFPAYST .
000000 FD  VIWINACC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINACC".
       01  WINAC-REC.
           COPY CFWINAC .
000000 FD  VIDOCIDX
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDOCIDX".
       01  DIX-REC.
           COPY CFDOCIX .
      *    the catalog exactly as HBHUN720 registers it
000000 FD  VIARCCAT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIARCCAT".
       01  ARC-REC.
           05  ARC-KEY.
               07  ARC-FILEID              PIC X(12).
               07  ARC-RUNDATE             PIC 9(08).
               07  ARC-RUNTIME             PIC 9(06).
           05  ARC-FROMBD                  PIC 9(08).
           05  ARC-TOBD                    PIC 9(08).
           05  ARC-RECCNT                  PIC 9(07).
      *    the register exactly as HBHUN860 keeps it
000000 FD  VIXMITRG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIXMITRG".
       01  XMT-REC.
           05  XMT-KEY.
               07  XMT-FILEID              PIC X(12).
               07  XMT-BUSDATE             PIC 9(08).
           05  XMT-RECCNT                  PIC 9(09).
           05  XMT-CTLTOT                  PIC S9(14) COMP-3.
           05  XMT-STATUS                  PIC X(01).
           05  XMT-DEADLINE                PIC 9(03).
           05  XMT-RESEND                  PIC 9(01).
           05  XMT-REGDATE                 PIC 9(08).
           05  XMT-LASTDATE                PIC 9(08).
000000 FD  VIACCTMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIACCTMS".
       01  ACCTMS-REC.
           05  ACCTMS-KEY.
               07  ACCTMS-SRC              PIC X(01).
               07  ACCTMS-CLASS            PIC X(01).
           05  ACCTMS-DRACCT               PIC X(08).
           05  ACCTMS-CRACCT               PIC X(08).
      *    the audit records exactly as their writers leave them
000000 FD  EXAPRAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXAPRAUD".
       01  EXAPA-REC.
           05  EXAPA-RUNDATE               PIC 9(08).
           05  EXAPA-RUNTIME               PIC 9(06).
           05  EXAPA-OPID                  PIC X(08).
           05  EXAPA-TICKETCD              PIC X(24).
           05  EXAPA-LINENO                PIC 9(02).
           05  EXAPA-ACTION                PIC X(01).
           05  EXAPA-BEF-STATUS            PIC X(01).
           05  EXAPA-AFT-STATUS            PIC X(01).
           05  EXAPA-RESULT                PIC X(01).
000000 FD  EXPAYAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPAYAUD".
       01  EXPYU-REC.
           05  EXPYU-RUNDATE               PIC 9(08).
           05  EXPYU-RUNTIME               PIC 9(06).
           05  EXPYU-OPID                  PIC X(08).
           05  EXPYU-TICKETCD              PIC X(24).
           05  EXPYU-AMOUNT                PIC 9(14) COMP-3.
           05  EXPYU-RESULT                PIC X(01).
000000 FD  EXSMPPCK
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSMPPCK".
       01  EXSMP-REC.
           05  EXSMP-TYPE                  PIC X(01).
      *        H the card as drawn, E the card refused
               88  EXSMP-HEADER             VALUE "H".
               88  EXSMP-REFUSED            VALUE "E".
      *        S an item drawn, opening its pack
               88  EXSMP-ITEMLINE           VALUE "S".
      *        R a source record, A an action-audit row, J a
      *        journal entry, X a transmission register entry,
      *        N a section with nothing to show
               88  EXSMP-SOURCE             VALUE "R".
               88  EXSMP-AUDIT              VALUE "A".
               88  EXSMP-JOURNALLINE        VALUE "J".
               88  EXSMP-XMIT               VALUE "X".
               88  EXSMP-NONE               VALUE "N".
      *    the item's number in the sample, the card's on H and E
           05  EXSMP-SMPNO                 PIC 9(04).
      *    the file the line came from, or was looked for on
           05  EXSMP-SRCFILE               PIC X(08).
           05  EXSMP-BODY                  PIC X(130).
      *    H, E: the card and what it drew
           05  EXSMP-CARD REDEFINES EXSMP-BODY.
               07  EXSMP-C-POP             PIC X(01).
               07  EXSMP-C-DATEFROM        PIC 9(08).
               07  EXSMP-C-DATETO          PIC 9(08).
               07  EXSMP-C-SIZE            PIC 9(04).
               07  EXSMP-C-SEED            PIC 9(10).
               07  EXSMP-C-HIGHAMT         PIC 9(14).
      *        the items below the high-value amount drawn from
               07  EXSMP-C-POPCNT          PIC 9(09).
               07  EXSMP-C-RNDCNT          PIC 9(04).
               07  EXSMP-C-HIGCNT          PIC 9(04).
      *        high-value items and audit rows beyond the tables,
      *        counted but not packed
               07  EXSMP-C-HIGOVER         PIC 9(07).
               07  EXSMP-C-HITOVER         PIC 9(07).
               07  FILLER                  PIC X(55).
      *    S: the item, taken as high value (H) or drawn at
      *    random (S)
           05  EXSMP-ITEM REDEFINES EXSMP-BODY.
               07  EXSMP-I-SEL             PIC X(01).
               07  EXSMP-I-KEY             PIC X(30).
               07  EXSMP-I-DATE            PIC 9(08).
               07  EXSMP-I-AMOUNT          PIC S9(14).
               07  EXSMP-I-CPTY            PIC X(10).
      *        its place in the period's population
               07  EXSMP-I-ORD             PIC 9(09).
               07  FILLER                  PIC X(58).
      *    R off VIPAYSTS
           05  EXSMP-PAY REDEFINES EXSMP-BODY.
               07  EXSMP-P-TICKETCD        PIC X(24).
               07  EXSMP-P-AMOUNT          PIC 9(14).
               07  EXSMP-P-STATUS          PIC X(01).
               07  EXSMP-P-ENTRYDATE       PIC 9(08).
               07  EXSMP-P-PAIDDATE        PIC 9(08).
               07  EXSMP-P-CARRYCNT        PIC 9(03).
               07  FILLER                  PIC X(72).
      *    R off VIWINACC
           05  EXSMP-WAC REDEFINES EXSMP-BODY.
               07  EXSMP-W-TICKETCD        PIC X(24).
               07  EXSMP-W-BANKCD          PIC X(04).
               07  EXSMP-W-BRANCHCD        PIC X(03).
               07  EXSMP-W-AMOUNT          PIC 9(14).
               07  EXSMP-W-STATUS          PIC X(01).
               07  EXSMP-W-CARDDATE        PIC 9(08).
               07  EXSMP-W-CARDOPID        PIC X(08).
               07  EXSMP-W-SENTDATE        PIC 9(08).
               07  EXSMP-W-BOUNCERSN       PIC X(02).
               07  FILLER                  PIC X(58).
      *    R and J off VIDOCIDX, with where the document lives: A
      *    archived under the catalog entry given, L still live, U
      *    the catalog is not there to say
           05  EXSMP-DOC REDEFINES EXSMP-BODY.
               07  EXSMP-D-DOCTYPE         PIC X(01).
               07  EXSMP-D-DOCDATE         PIC 9(08).
               07  EXSMP-D-DOCNO           PIC X(20).
               07  EXSMP-D-AMOUNT          PIC S9(14).
               07  EXSMP-D-CPTY            PIC X(10).
               07  EXSMP-D-CPTYNAME        PIC X(30).
               07  EXSMP-D-FILEID          PIC X(12).
               07  EXSMP-D-GENBD           PIC 9(08).
               07  EXSMP-D-LOCSTATE        PIC X(01).
               07  EXSMP-D-ARCRUNDATE      PIC 9(08).
               07  EXSMP-D-ARCRUNTIME      PIC 9(06).
               07  FILLER                  PIC X(12).
      *    A off EXAPRAUD or EXPAYAUD; the fields the row's file
      *    does not have are left blank or zero
           05  EXSMP-AUD REDEFINES EXSMP-BODY.
               07  EXSMP-A-RUNDATE         PIC 9(08).
               07  EXSMP-A-RUNTIME         PIC 9(06).
               07  EXSMP-A-OPID            PIC X(08).
               07  EXSMP-A-ACTION          PIC X(01).
               07  EXSMP-A-LINENO          PIC 9(02).
               07  EXSMP-A-BEF-STATUS      PIC X(01).
               07  EXSMP-A-AFT-STATUS      PIC X(01).
               07  EXSMP-A-RESULT          PIC X(01).
               07  EXSMP-A-AMOUNT          PIC 9(14).
               07  FILLER                  PIC X(88).
      *    X off VIXMITRG
           05  EXSMP-XMT REDEFINES EXSMP-BODY.
               07  EXSMP-X-FILEID          PIC X(12).
               07  EXSMP-X-BUSDATE         PIC 9(08).
               07  EXSMP-X-RECCNT          PIC 9(09).
               07  EXSMP-X-CTLTOT          PIC S9(14).
               07  EXSMP-X-STATUS          PIC X(01).
               07  EXSMP-X-DEADLINE        PIC 9(03).
               07  EXSMP-X-RESEND          PIC 9(01).
               07  EXSMP-X-REGDATE         PIC 9(08).
               07  EXSMP-X-LASTDATE        PIC 9(08).
               07  FILLER                  PIC X(66).
      *    N: the section - R, A, J or X - and why it is empty
           05  EXSMP-NON REDEFINES EXSMP-BODY.
               07  EXSMP-N-SECTION         PIC X(01).
               07  EXSMP-N-NOTE            PIC X(30).
               07  FILLER                  PIC X(99).
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
000000   03  WK-ITEM-CNT                 PIC 9(07) VALUE ZERO.
000000   03  SW-PAYSTS                   PIC 9(01) VALUE ZERO.
000000   03  SW-WINACC                   PIC 9(01) VALUE ZERO.
000000   03  SW-DOCIDX                   PIC 9(01) VALUE ZERO.
000000   03  SW-ARCCAT                   PIC 9(01) VALUE ZERO.
000000   03  SW-XMITRG                   PIC 9(01) VALUE ZERO.
000000   03  SW-FOUND                    PIC 9(01).
      *    the debit account of the settlement's payment entries
      *    (the U/P mapping), which picks a payment's journal
      *    entries out of its paid date's
000000   03  WK-PAYDR                    PIC X(08) VALUE SPACE.
      *    the card's period and draw
000000   03  WK-DATEFROM                 PIC 9(08).
000000   03  WK-DATETO                   PIC 9(08).
000000   03  WK-HIGHAMT                  PIC 9(14).
      *    the generator: each draw is the last times 16807,
      *    modulo 2147483647
000000   03  WK-RND                      PIC 9(10).
000000   03  WK-PROD                     PIC 9(15).
000000   03  WK-RQ                       PIC 9(15).
000000   03  WK-PICK                     PIC 9(09).
000000   03  WK-PQ                       PIC 9(10).
      *    the item being offered to the sample
000000   03  WK-C-KEY                    PIC X(30).
000000   03  WK-C-DATE                   PIC 9(08).
000000   03  WK-C-AMOUNT                 PIC S9(14).
000000   03  WK-C-CPTY                   PIC X(10).
000000   03  WK-POP-CNT                  PIC 9(09).
000000   03  WK-HIG-OVER                 PIC 9(07).
000000   03  WK-HIT-OVER                 PIC 9(07).
      *    the transmission register entry the item's file has
000000   03  WK-XMT-FILEID               PIC X(12).
000000   03  WK-XMT-BD                   PIC 9(08).
      *    the journal entries to list: the date, and the source
      *    and debit account or the counterparty they must carry
000000   03  WK-JNL-DATE                 PIC 9(08).
000000   03  WK-JNL-CPTY                 PIC X(10).
000000   03  WK-JNL-CNT                  PIC 9(05).
000000   03  WK-AUD-CNT                  PIC 9(05).
      *    the random draw so far - filled in order until the size
      *    is reached, then each later item replaces a slot at
      *    random with the chance the size over the items seen
000000   03  RND-CNT                     PIC 9(04).
000000   03  RND-IX                      PIC 9(04).
000000   03  RND-ENT OCCURS 500.
000000       05  RND-KEY                 PIC X(30).
000000       05  RND-DATE                PIC 9(08).
000000       05  RND-AMOUNT              PIC S9(14).
000000       05  RND-CPTY                PIC X(10).
000000       05  RND-ORD                 PIC 9(09).
      *    the high-value items, every one taken
000000   03  HIG-CNT                     PIC 9(04).
000000   03  HIG-IX                      PIC 9(04).
000000   03  HIG-ENT OCCURS 500.
000000       05  HIG-KEY                 PIC X(30).
000000       05  HIG-DATE                PIC 9(08).
000000       05  HIG-AMOUNT              PIC S9(14).
000000       05  HIG-CPTY                PIC X(10).
000000       05  HIG-ORD                 PIC 9(09).
      *    the sample as packed: the high-value items, then the
      *    random draw
000000   03  SMP-CNT                     PIC 9(04).
000000   03  SMP-IX                      PIC 9(04).
000000   03  SMP-ENT OCCURS 1000.
000000       05  SMP-SEL                 PIC X(01).
000000       05  SMP-KEY                 PIC X(30).
000000       05  SMP-DATE                PIC 9(08).
000000       05  SMP-AMOUNT              PIC S9(14).
000000       05  SMP-CPTY                PIC X(10).
000000       05  SMP-ORD                 PIC 9(09).
      *    the action-audit rows found for the sampled tickets
000000   03  HIT-CNT                     PIC 9(04).
000000   03  HIT-IX                      PIC 9(04).
000000   03  HIT-ENT OCCURS 3000.
000000       05  HIT-SMPIX               PIC 9(04).
000000       05  HIT-FILE                PIC X(08).
000000       05  HIT-RUNDATE             PIC 9(08).
000000       05  HIT-RUNTIME             PIC 9(06).
000000       05  HIT-OPID                PIC X(08).
000000       05  HIT-ACTION              PIC X(01).
000000       05  HIT-LINENO              PIC 9(02).
000000       05  HIT-BEF                 PIC X(01).
000000       05  HIT-AFT                 PIC X(01).
000000       05  HIT-RESULT              PIC X(01).
000000       05  HIT-AMOUNT              PIC 9(14).
000000   03  WK-TICKET                   PIC X(24).
      *    the pack line type DOCLN-RTN writes the index row under
000000   03  WK-LINETYPE                 PIC X(01).
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
000000       OPEN  OUTPUT EXSMPPCK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN585-01 EXSMPPCK OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN585-02 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *    every population file is optional: one not there gives
      *    its cards an empty population, and a missing look-up
      *    file leaves its section of each pack on an N line
000000     OPEN INPUT VIPAYSTS .
000000     IF FL-STS1 = "35"
000000         DISPLAY "HBHUN585-50 VIPAYSTS NOT FOUND - NO PAYMENTS"
000000                 UPON CONSOLE
000000         GO TO CX00045.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN585-03 VIPAYSTS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-PAYSTS .
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIWINACC .
000000     IF FL-STS1 = "35"
000000         GO TO CX00046.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN585-04 VIWINACC OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-WINACC .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIDOCIDX .
000000     IF FL-STS1 = "35"
000000         DISPLAY "HBHUN585-51 VIDOCIDX NOT FOUND - NO ENTRIES OR"
000000                 " TRANSFERS INDEXED" UPON CONSOLE
000000         GO TO CX00048.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHUN585-05 VIDOCIDX OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-DOCIDX .
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIARCCAT .
000000     IF FL-STS1 = "35"
000000         GO TO CX00067.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00049.
000000         DISPLAY "HBHUN585-06 VIARCCAT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-ARCCAT .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIXMITRG .
000000     IF FL-STS1 = "35"
000000         GO TO CX00069.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN585-07 VIXMITRG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-XMITRG .
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIACCTMS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00070.
000000         DISPLAY "HBHUN585-08 VIACCTMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00070.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "U" TO ACCTMS-SRC
000000     MOVE "P" TO ACCTMS-CLASS
000000     READ VIACCTMS INVALID CONTINUE .
000000     IF FL-STS1 = "00" OR "02"
000000         MOVE ACCTMS-DRACCT TO WK-PAYDR .
000000     CLOSE VIACCTMS .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  each card on the deck in turn
000000 P000-RTN .
000000     OPEN INPUT SMPCARD .
000000     IF NOT(FL-STS1 = "00")
000000         DISPLAY "HBHUN585-52 NO SMPCARD DECK - NOTHING DRAWN"
000000                 UPON CONSOLE
000000         GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SMPCARD AT END CONTINUE .
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
000000           DISPLAY "HBHUN585-09 SMPCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
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
000000     CLOSE SMPCARD .
000000 CX00003. EXIT.
000000 P100-RTN .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN585-90 CARDS=" WK-JOBLG-CNT
000000             " ITEMS PACKED=" WK-ITEM-CNT
000000             " REFUSED=" WK-ERR-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHUN585-10 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  EXSMPPCK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00071.
000000         DISPLAY "HBHUN585-11 EXSMPPCK CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-PAYSTS = 1
000000         CLOSE VIPAYSTS .
000000     IF SW-WINACC = 1
000000         CLOSE VIWINACC .
000000     IF SW-DOCIDX = 1
000000         CLOSE VIDOCIDX .
000000     IF SW-ARCCAT = 1
000000         CLOSE VIARCCAT .
000000     IF SW-XMITRG = 1
000000         CLOSE VIXMITRG .
000000 CX00004. EXIT.
      *
      *    CARD-RTN  -  the card edited, the period's population
      *    drawn from, the sample put together, the sampled
      *    tickets' audit rows gathered, then a pack per item
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     IF NOT(SMPC-PAYMENTS OR SMPC-JOURNAL OR SMPC-TRANSFERS)
000000         GO TO CX00021.
000000     IF NOT(SMPC-DATEFROM IS NUMERIC AND SMPC-DATETO IS NUMERIC
000000        AND SMPC-SIZE IS NUMERIC AND SMPC-SEED IS NUMERIC
000000        AND SMPC-HIGHAMT IS NUMERIC)
000000         GO TO CX00021.
000000     IF SMPC-DATEFROM > SMPC-DATETO OR SMPC-SIZE > 500 OR
000000        SMPC-SEED = ZERO OR SMPC-SEED > 2147483646
000000         GO TO CX00021.
000000     IF SMPC-SIZE = ZERO AND SMPC-HIGHAMT = ZERO
000000         GO TO CX00021.
000000     MOVE SMPC-DATEFROM TO WK-DATEFROM
000000     MOVE SMPC-DATETO TO WK-DATETO
000000     MOVE SMPC-HIGHAMT TO WK-HIGHAMT
000000     MOVE SMPC-SEED TO WK-RND
000000     MOVE ZERO TO WK-POP-CNT
000000     MOVE ZERO TO WK-HIG-OVER
000000     MOVE ZERO TO WK-HIT-OVER
000000     MOVE ZERO TO RND-CNT
000000     MOVE ZERO TO HIG-CNT
000000     MOVE ZERO TO SMP-CNT
000000     MOVE ZERO TO HIT-CNT .
000000     IF SMPC-PAYMENTS
000000         PERFORM PAYPOP-RTN THRU CX00025
000000     ELSE
000000         PERFORM DIXPOP-RTN THRU CX00027 .
000000     IF WK-HIG-OVER > ZERO
000000         DISPLAY "HBHUN585-53 HIGH-VALUE ITEMS BEYOND 500 NOT"
000000                 " PACKED=" WK-HIG-OVER UPON CONSOLE .
000000     PERFORM HIGSET-RTN THRU CX00072
000000         VARYING HIG-IX FROM 1 BY 1 UNTIL HIG-IX > HIG-CNT .
000000     PERFORM RNDSET-RTN THRU CX00073
000000         VARYING RND-IX FROM 1 BY 1 UNTIL RND-IX > RND-CNT .
000000     IF SMPC-PAYMENTS AND SMP-CNT > ZERO
000000         PERFORM AUDPASS-RTN THRU CX00034 .
000000     IF WK-HIT-OVER > ZERO
000000         DISPLAY "HBHUN585-54 AUDIT ROWS BEYOND 3000 NOT"
000000                 " PACKED=" WK-HIT-OVER UPON CONSOLE .
000000     MOVE "H" TO EXSMP-TYPE
000000     PERFORM ECHO-RTN THRU CX00053 .
000000     PERFORM PACK-RTN THRU CX00080
000000         VARYING SMP-IX FROM 1 BY 1 UNTIL SMP-IX > SMP-CNT .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     DISPLAY "HBHUN585-55 SMPCARD REFUSED - POPULATION, PERIOD,"
000000             " SIZE OR SEED NOT VALID" UPON CONSOLE
000000     MOVE ZERO TO WK-POP-CNT
000000     MOVE ZERO TO RND-CNT
000000     MOVE ZERO TO HIG-CNT
000000     MOVE ZERO TO WK-HIG-OVER
000000     MOVE ZERO TO WK-HIT-OVER
000000     MOVE "E" TO EXSMP-TYPE
000000     PERFORM ECHO-RTN THRU CX00053 .
000000 CX00020. EXIT.
      *
      *    PAYPOP-RTN  -  the payments marked paid in the period,
      *    in ticket order
000000 PAYPOP-RTN .
           MOVE "PAYPOP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-PAYSTS = 1)GO TO CX00025.
000000     MOVE LOW-VALUES TO PAYST-KEY .
000000     START VIPAYSTS KEY NOT < PAYST-KEY
000000             INVALID GO TO CX00025 .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPAYSTS NEXT AT END GO TO CX00025.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN585-12 VIPAYSTS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT PAYST-PAID GO TO CX00026.
000000     IF PAYST-PAIDDATE < WK-DATEFROM OR PAYST-PAIDDATE > WK-DATETO
000000         GO TO CX00026.
000000     MOVE SPACE TO WK-C-KEY
000000     MOVE PAYST-TICKETCD TO WK-C-KEY
000000     MOVE PAYST-PAIDDATE TO WK-C-DATE
000000     MOVE PAYST-AMOUNT TO WK-C-AMOUNT
000000     MOVE SPACE TO WK-C-CPTY
000000     PERFORM CAND-RTN THRU CX00030 .
000000     GO TO CX00026.
000000 CX00025. EXIT.
      *
      *    DIXPOP-RTN  -  the index's journal entries or transfers
      *    dated in the period, in date order
000000 DIXPOP-RTN .
           MOVE "DIXPOP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-DOCIDX = 1)GO TO CX00027.
000000     MOVE SMPC-POP TO DIX-DOCTYPE
000000     MOVE WK-DATEFROM TO DIX-DOCDATE
000000     MOVE LOW-VALUES TO DIX-DOCNO .
000000     START VIDOCIDX KEY NOT < DIX-KEY
000000             INVALID GO TO CX00027 .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIDOCIDX NEXT AT END GO TO CX00027.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN585-13 VIDOCIDX READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF DIX-DOCTYPE NOT = SMPC-POP GO TO CX00027.
000000     IF DIX-DOCDATE > WK-DATETO GO TO CX00027.
000000     MOVE DIX-KEY TO WK-C-KEY
000000     MOVE DIX-DOCDATE TO WK-C-DATE
000000     MOVE DIX-AMOUNT TO WK-C-AMOUNT
000000     MOVE DIX-CPTY TO WK-C-CPTY
000000     PERFORM CAND-RTN THRU CX00030 .
000000     GO TO CX00028.
000000 CX00027. EXIT.
      *
      *    CAND-RTN  -  one item of the population: above the
      *    high-value amount it is taken outright; otherwise it
      *    goes into the random draw
000000 CAND-RTN .
           MOVE "CAND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-HIGHAMT > ZERO AND WK-C-AMOUNT > WK-HIGHAMT)
000000         GO TO CX00031.
000000     IF HIG-CNT NOT < 500
000000         ADD 1 TO WK-HIG-OVER
000000         GO TO CX00030.
000000     ADD 1 TO HIG-CNT
000000     MOVE WK-C-KEY TO HIG-KEY (HIG-CNT)
000000     MOVE WK-C-DATE TO HIG-DATE (HIG-CNT)
000000     MOVE WK-C-AMOUNT TO HIG-AMOUNT (HIG-CNT)
000000     MOVE WK-C-CPTY TO HIG-CPTY (HIG-CNT)
000000     MOVE ZERO TO HIG-ORD (HIG-CNT) .
000000     GO TO CX00030.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-POP-CNT .
000000     IF SMPC-SIZE = ZERO GO TO CX00030.
000000     IF RND-CNT < SMPC-SIZE
000000         ADD 1 TO RND-CNT
000000         MOVE RND-CNT TO RND-IX
000000         GO TO CX00032.
000000     PERFORM RND-RTN THRU CX00033 .
000000     DIVIDE WK-RND BY WK-POP-CNT GIVING WK-PQ
000000         REMAINDER WK-PICK .
000000     ADD 1 TO WK-PICK .
000000     IF WK-PICK > SMPC-SIZE GO TO CX00030.
000000     MOVE WK-PICK TO RND-IX .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-C-KEY TO RND-KEY (RND-IX)
000000     MOVE WK-C-DATE TO RND-DATE (RND-IX)
000000     MOVE WK-C-AMOUNT TO RND-AMOUNT (RND-IX)
000000     MOVE WK-C-CPTY TO RND-CPTY (RND-IX)
000000     MOVE WK-POP-CNT TO RND-ORD (RND-IX) .
000000 CX00030. EXIT.
      *
      *    RND-RTN  -  the generator's next draw
000000 RND-RTN .
           MOVE "RND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-PROD = WK-RND * 16807
000000     DIVIDE WK-PROD BY 2147483647 GIVING WK-RQ
000000         REMAINDER WK-RND .
000000 CX00033. EXIT.
      *
      *    HIGSET-RTN / RNDSET-RTN  -  the two selections onto the
      *    sample as packed
000000 HIGSET-RTN .
           MOVE "HIGSET-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO SMP-CNT
000000     MOVE "H" TO SMP-SEL (SMP-CNT)
000000     MOVE HIG-KEY (HIG-IX) TO SMP-KEY (SMP-CNT)
000000     MOVE HIG-DATE (HIG-IX) TO SMP-DATE (SMP-CNT)
000000     MOVE HIG-AMOUNT (HIG-IX) TO SMP-AMOUNT (SMP-CNT)
000000     MOVE HIG-CPTY (HIG-IX) TO SMP-CPTY (SMP-CNT)
000000     MOVE HIG-ORD (HIG-IX) TO SMP-ORD (SMP-CNT) .
000000 CX00072. EXIT.
000000 RNDSET-RTN .
           MOVE "RNDSET-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO SMP-CNT
000000     MOVE "S" TO SMP-SEL (SMP-CNT)
000000     MOVE RND-KEY (RND-IX) TO SMP-KEY (SMP-CNT)
000000     MOVE RND-DATE (RND-IX) TO SMP-DATE (SMP-CNT)
000000     MOVE RND-AMOUNT (RND-IX) TO SMP-AMOUNT (SMP-CNT)
000000     MOVE RND-CPTY (RND-IX) TO SMP-CPTY (SMP-CNT)
000000     MOVE RND-ORD (RND-IX) TO SMP-ORD (SMP-CNT) .
000000 CX00073. EXIT.
      *
      *    AUDPASS-RTN  -  both action-audit files read through
      *    once, every row for a sampled ticket kept for its pack;
      *    either file may be absent
000000 AUDPASS-RTN .
           MOVE "AUDPASS-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT EXAPRAUD .
000000     IF NOT(FL-STS1 = "00")GO TO CX00035.
000000     MOVE ZERO TO FL-END .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ EXAPRAUD AT END MOVE 1 TO FL-END .
000000     IF FL-END = 1 GO TO CX00074.
000000     MOVE EXAPA-TICKETCD TO WK-TICKET
000000     PERFORM FIND-RTN THRU CX00038 .
000000     IF SW-FOUND = 1
000000         PERFORM HITA-RTN THRU CX00075 .
000000     GO TO CX00036.
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE EXAPRAUD .
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT EXPAYAUD .
000000     IF NOT(FL-STS1 = "00")GO TO CX00034.
000000     MOVE ZERO TO FL-END .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ EXPAYAUD AT END MOVE 1 TO FL-END .
000000     IF FL-END = 1 GO TO CX00076.
000000     MOVE EXPYU-TICKETCD TO WK-TICKET
000000     PERFORM FIND-RTN THRU CX00038 .
000000     IF SW-FOUND = 1
000000         PERFORM HITP-RTN THRU CX00077 .
000000     GO TO CX00037.
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE EXPAYAUD .
000000 CX00034. EXIT.
      *
      *    FIND-RTN  -  whether WK-TICKET is in the sample, and at
      *    which place
000000 FIND-RTN .
           MOVE "FIND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-FOUND
000000     MOVE 1 TO SMP-IX .
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SMP-IX > SMP-CNT GO TO CX00038.
000000     IF SMP-KEY (SMP-IX) (1:24) = WK-TICKET
000000         MOVE 1 TO SW-FOUND
000000         GO TO CX00038.
000000     ADD 1 TO SMP-IX
000000     GO TO CX00039.
000000 CX00038. EXIT.
      *
      *    HITA-RTN / HITP-RTN  -  an audit row kept against the
      *    sampled item; past the table's end it is only counted
000000 HITA-RTN .
           MOVE "HITA-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF HIT-CNT NOT < 3000
000000         ADD 1 TO WK-HIT-OVER
000000         GO TO CX00075.
000000     ADD 1 TO HIT-CNT
000000     MOVE SMP-IX TO HIT-SMPIX (HIT-CNT)
000000     MOVE "EXAPRAUD" TO HIT-FILE (HIT-CNT)
000000     MOVE EXAPA-RUNDATE TO HIT-RUNDATE (HIT-CNT)
000000     MOVE EXAPA-RUNTIME TO HIT-RUNTIME (HIT-CNT)
000000     MOVE EXAPA-OPID TO HIT-OPID (HIT-CNT)
000000     MOVE EXAPA-ACTION TO HIT-ACTION (HIT-CNT)
000000     MOVE EXAPA-LINENO TO HIT-LINENO (HIT-CNT)
000000     MOVE EXAPA-BEF-STATUS TO HIT-BEF (HIT-CNT)
000000     MOVE EXAPA-AFT-STATUS TO HIT-AFT (HIT-CNT)
000000     MOVE EXAPA-RESULT TO HIT-RESULT (HIT-CNT)
000000     MOVE ZERO TO HIT-AMOUNT (HIT-CNT) .
000000 CX00075. EXIT.
000000 HITP-RTN .
           MOVE "HITP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF HIT-CNT NOT < 3000
000000         ADD 1 TO WK-HIT-OVER
000000         GO TO CX00077.
000000     ADD 1 TO HIT-CNT
000000     MOVE SMP-IX TO HIT-SMPIX (HIT-CNT)
000000     MOVE "EXPAYAUD" TO HIT-FILE (HIT-CNT)
000000     MOVE EXPYU-RUNDATE TO HIT-RUNDATE (HIT-CNT)
000000     MOVE EXPYU-RUNTIME TO HIT-RUNTIME (HIT-CNT)
000000     MOVE EXPYU-OPID TO HIT-OPID (HIT-CNT)
000000     MOVE SPACE TO HIT-ACTION (HIT-CNT)
000000     MOVE ZERO TO HIT-LINENO (HIT-CNT)
000000     MOVE SPACE TO HIT-BEF (HIT-CNT)
000000     MOVE SPACE TO HIT-AFT (HIT-CNT)
000000     MOVE EXPYU-RESULT TO HIT-RESULT (HIT-CNT)
000000     MOVE EXPYU-AMOUNT TO HIT-AMOUNT (HIT-CNT) .
000000 CX00077. EXIT.
      *
      *    PACK-RTN  -  one item's evidence pack: the item, then
      *    its source records, audit rows, journal entries and
      *    transmission register entry
000000 PACK-RTN .
           MOVE "PACK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ITEM-CNT
000000     MOVE SPACE TO EXSMP-REC
000000     MOVE "S" TO EXSMP-TYPE
000000     MOVE SMP-IX TO EXSMP-SMPNO
000000     MOVE SPACE TO EXSMP-SRCFILE .
000000     IF SMPC-PAYMENTS
000000         MOVE "VIPAYSTS" TO EXSMP-SRCFILE
000000     ELSE
000000         MOVE "VIDOCIDX" TO EXSMP-SRCFILE .
000000     MOVE SMP-SEL (SMP-IX) TO EXSMP-I-SEL
000000     MOVE SMP-KEY (SMP-IX) TO EXSMP-I-KEY
000000     MOVE SMP-DATE (SMP-IX) TO EXSMP-I-DATE
000000     MOVE SMP-AMOUNT (SMP-IX) TO EXSMP-I-AMOUNT
000000     MOVE SMP-CPTY (SMP-IX) TO EXSMP-I-CPTY
000000     MOVE SMP-ORD (SMP-IX) TO EXSMP-I-ORD
000000     PERFORM RPT-RTN THRU CX00050 .
000000     MOVE SPACE TO WK-XMT-FILEID
000000     MOVE ZERO TO WK-XMT-BD .
000000     IF SMPC-PAYMENTS
000000         PERFORM PAYSRC-RTN THRU CX00081
000000         PERFORM AUDOUT-RTN THRU CX00083
000000     ELSE
000000         PERFORM DIXSRC-RTN THRU CX00085
000000         PERFORM NONE-AUD-RTN THRU CX00087 .
000000     PERFORM JNL-RTN THRU CX00088 .
000000     PERFORM XMT-RTN THRU CX00094 .
000000 CX00080. EXIT.
      *
      *    PAYSRC-RTN  -  the ledger entry and, for a ticket paid
      *    by transfer, the winner's transfer row; a transfer sent
      *    went out on the winner Zengin file on its sent date
000000 PAYSRC-RTN .
           MOVE "PAYSRC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SMP-KEY (SMP-IX) TO PAYST-TICKETCD
000000     READ VIPAYSTS KEY IS PAYST-KEY INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN585-14 VIPAYSTS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE SPACE TO EXSMP-REC
000000     MOVE SMP-IX TO EXSMP-SMPNO
000000     MOVE "VIPAYSTS" TO EXSMP-SRCFILE .
000000     IF FL-STS1 = "23"
000000         MOVE "N" TO EXSMP-TYPE
000000         MOVE "R" TO EXSMP-N-SECTION
000000         MOVE "LEDGER ENTRY GONE SINCE DRAWN" TO EXSMP-N-NOTE
000000         PERFORM RPT-RTN THRU CX00050
000000         GO TO CX00082.
000000     MOVE "R" TO EXSMP-TYPE
000000     MOVE PAYST-TICKETCD TO EXSMP-P-TICKETCD
000000     MOVE PAYST-AMOUNT TO EXSMP-P-AMOUNT
000000     MOVE PAYST-STATUS TO EXSMP-P-STATUS
000000     MOVE PAYST-ENTRYDATE TO EXSMP-P-ENTRYDATE
000000     MOVE PAYST-PAIDDATE TO EXSMP-P-PAIDDATE
000000     MOVE PAYST-CARRYCNT TO EXSMP-P-CARRYCNT
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00082.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-WINACC = 1)GO TO CX00081.
000000     MOVE SMP-KEY (SMP-IX) TO WINAC-TICKETCD
000000     READ VIWINACC INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00081.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN585-15 VIWINACC READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE SPACE TO EXSMP-REC
000000     MOVE "R" TO EXSMP-TYPE
000000     MOVE SMP-IX TO EXSMP-SMPNO
000000     MOVE "VIWINACC" TO EXSMP-SRCFILE
000000     MOVE WINAC-TICKETCD TO EXSMP-W-TICKETCD
000000     MOVE WINAC-BANKCD TO EXSMP-W-BANKCD
000000     MOVE WINAC-BRANCHCD TO EXSMP-W-BRANCHCD
000000     MOVE WINAC-AMOUNT TO EXSMP-W-AMOUNT
000000     MOVE WINAC-STATUS TO EXSMP-W-STATUS
000000     MOVE WINAC-CARDDATE TO EXSMP-W-CARDDATE
000000     MOVE WINAC-CARDOPID TO EXSMP-W-CARDOPID
000000     MOVE WINAC-SENTDATE TO EXSMP-W-SENTDATE
000000     MOVE WINAC-BOUNCERSN TO EXSMP-W-BOUNCERSN
000000     PERFORM RPT-RTN THRU CX00050 .
000000     IF NOT WINAC-PENDING AND NOT WINAC-CANCELLED AND
000000        WINAC-SENTDATE NOT = ZERO
000000         MOVE "ZENGINWN" TO WK-XMT-FILEID
000000         MOVE WINAC-SENTDATE TO WK-XMT-BD .
000000 CX00081. EXIT.
      *
      *    AUDOUT-RTN  -  the sampled ticket's audit rows, in the
      *    order the files hold them
000000 AUDOUT-RTN .
           MOVE "AUDOUT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-AUD-CNT
000000     PERFORM AUDLN-RTN THRU CX00084
000000         VARYING HIT-IX FROM 1 BY 1 UNTIL HIT-IX > HIT-CNT .
000000     IF WK-AUD-CNT > ZERO GO TO CX00083.
000000     MOVE SPACE TO EXSMP-REC
000000     MOVE "N" TO EXSMP-TYPE
000000     MOVE SMP-IX TO EXSMP-SMPNO
000000     MOVE "EXAPRAUD" TO EXSMP-SRCFILE
000000     MOVE "A" TO EXSMP-N-SECTION
000000     MOVE "NO AUDIT ROWS FOR THE TICKET" TO EXSMP-N-NOTE
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00083. EXIT.
000000 AUDLN-RTN .
           MOVE "AUDLN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF HIT-SMPIX (HIT-IX) NOT = SMP-IX GO TO CX00084.
000000     ADD 1 TO WK-AUD-CNT
000000     MOVE SPACE TO EXSMP-REC
000000     MOVE "A" TO EXSMP-TYPE
000000     MOVE SMP-IX TO EXSMP-SMPNO
000000     MOVE HIT-FILE (HIT-IX) TO EXSMP-SRCFILE
000000     MOVE HIT-RUNDATE (HIT-IX) TO EXSMP-A-RUNDATE
000000     MOVE HIT-RUNTIME (HIT-IX) TO EXSMP-A-RUNTIME
000000     MOVE HIT-OPID (HIT-IX) TO EXSMP-A-OPID
000000     MOVE HIT-ACTION (HIT-IX) TO EXSMP-A-ACTION
000000     MOVE HIT-LINENO (HIT-IX) TO EXSMP-A-LINENO
000000     MOVE HIT-BEF (HIT-IX) TO EXSMP-A-BEF-STATUS
000000     MOVE HIT-AFT (HIT-IX) TO EXSMP-A-AFT-STATUS
000000     MOVE HIT-RESULT (HIT-IX) TO EXSMP-A-RESULT
000000     MOVE HIT-AMOUNT (HIT-IX) TO EXSMP-A-AMOUNT
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00084. EXIT.
      *
      *    DIXSRC-RTN  -  the index row with the generation that
      *    holds the document and where that generation is now;
      *    the document's file went out under the generation's
      *    business date
000000 DIXSRC-RTN .
           MOVE "DIXSRC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SMP-KEY (SMP-IX) TO DIX-KEY
000000     READ VIDOCIDX KEY IS DIX-KEY INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN585-16 VIDOCIDX READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(FL-STS1 = "23")GO TO CX00086.
000000     MOVE SPACE TO EXSMP-REC
000000     MOVE "N" TO EXSMP-TYPE
000000     MOVE SMP-IX TO EXSMP-SMPNO
000000     MOVE "VIDOCIDX" TO EXSMP-SRCFILE
000000     MOVE "R" TO EXSMP-N-SECTION
000000     MOVE "INDEX ROW GONE SINCE DRAWN" TO EXSMP-N-NOTE
000000     PERFORM RPT-RTN THRU CX00050 .
000000     GO TO CX00085.
000000 CX00086.
           MOVE "CX00086" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "R" TO WK-LINETYPE
000000     PERFORM DOCLN-RTN THRU CX00089 .
000000     MOVE DIX-FILEID TO WK-XMT-FILEID
000000     MOVE DIX-GENBD TO WK-XMT-BD .
000000 CX00085. EXIT.
      *
      *    NONE-AUD-RTN  -  journal entries and transfers carry no
      *    action-audit rows of their own
000000 NONE-AUD-RTN .
           MOVE "NONE-AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXSMP-REC
000000     MOVE "N" TO EXSMP-TYPE
000000     MOVE SMP-IX TO EXSMP-SMPNO
000000     MOVE SPACE TO EXSMP-SRCFILE
000000     MOVE "A" TO EXSMP-N-SECTION
000000     MOVE "NOT AUDITED BY TICKET" TO EXSMP-N-NOTE
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00087. EXIT.
      *
      *    JNL-RTN  -  the journal entries that booked the item: a
      *    journal entry is its own; a payment's are its paid
      *    date's settlement payment entries; a transfer's are its
      *    batch date's entries for the same counterparty
000000 JNL-RTN .
           MOVE "JNL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-JNL-CNT .
000000     IF NOT SMPC-JOURNAL GO TO CX00090.
000000     IF NOT(WK-XMT-FILEID = SPACE)
000000         MOVE "J" TO WK-LINETYPE
000000         PERFORM DOCLN-RTN THRU CX00089
000000         ADD 1 TO WK-JNL-CNT .
000000     GO TO CX00095.
000000 CX00090.
           MOVE "CX00090" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-DOCIDX = 1)GO TO CX00095.
000000     MOVE SPACE TO WK-JNL-CPTY .
000000     IF SMPC-PAYMENTS
000000         MOVE SMP-DATE (SMP-IX) TO WK-JNL-DATE
000000     ELSE
000000         MOVE WK-XMT-BD TO WK-JNL-DATE
000000         MOVE SMP-CPTY (SMP-IX) TO WK-JNL-CPTY .
000000     IF WK-JNL-DATE = ZERO GO TO CX00095.
000000     MOVE "J" TO DIX-DOCTYPE
000000     MOVE WK-JNL-DATE TO DIX-DOCDATE
000000     MOVE LOW-VALUES TO DIX-DOCNO .
000000     START VIDOCIDX KEY NOT < DIX-KEY
000000             INVALID GO TO CX00095 .
000000 CX00096.
           MOVE "CX00096" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIDOCIDX NEXT AT END GO TO CX00095.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN585-17 VIDOCIDX READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(DIX-JOURNAL AND DIX-DOCDATE = WK-JNL-DATE)
000000         GO TO CX00095.
000000     IF SMPC-PAYMENTS AND
000000        NOT(DIX-CPTYNAME (19:1) = "U" AND
000000            (WK-PAYDR = SPACE OR DIX-CPTYNAME (1:8) = WK-PAYDR))
000000         GO TO CX00096.
000000     IF SMPC-TRANSFERS AND DIX-CPTY NOT = WK-JNL-CPTY
000000         GO TO CX00096.
000000     MOVE "J" TO WK-LINETYPE
000000     PERFORM DOCLN-RTN THRU CX00089 .
000000     ADD 1 TO WK-JNL-CNT
000000     GO TO CX00096.
000000 CX00095.
           MOVE "CX00095" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-JNL-CNT > ZERO GO TO CX00088.
000000     MOVE SPACE TO EXSMP-REC
000000     MOVE "N" TO EXSMP-TYPE
000000     MOVE SMP-IX TO EXSMP-SMPNO
000000     MOVE "VIDOCIDX" TO EXSMP-SRCFILE
000000     MOVE "J" TO EXSMP-N-SECTION
000000     MOVE "NO JOURNAL ENTRY INDEXED" TO EXSMP-N-NOTE
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00088. EXIT.
      *
      *    DOCLN-RTN  -  the index row in hand under the line type
      *    the caller set in WK-LINETYPE, with where its generation
      *    is now
000000 DOCLN-RTN .
           MOVE "DOCLN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXSMP-REC
000000     MOVE WK-LINETYPE TO EXSMP-TYPE
000000     MOVE SMP-IX TO EXSMP-SMPNO
000000     MOVE "VIDOCIDX" TO EXSMP-SRCFILE
000000     MOVE DIX-DOCTYPE TO EXSMP-D-DOCTYPE
000000     MOVE DIX-DOCDATE TO EXSMP-D-DOCDATE
000000     MOVE DIX-DOCNO TO EXSMP-D-DOCNO
000000     MOVE DIX-AMOUNT TO EXSMP-D-AMOUNT
000000     MOVE DIX-CPTY TO EXSMP-D-CPTY
000000     MOVE DIX-CPTYNAME TO EXSMP-D-CPTYNAME
000000     MOVE DIX-FILEID TO EXSMP-D-FILEID
000000     MOVE DIX-GENBD TO EXSMP-D-GENBD
000000     MOVE ZERO TO EXSMP-D-ARCRUNDATE
000000     MOVE ZERO TO EXSMP-D-ARCRUNTIME
000000     MOVE "U" TO EXSMP-D-LOCSTATE .
000000     IF SW-ARCCAT = 1
000000         PERFORM LOC-RTN THRU CX00097 .
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00089. EXIT.
      *
      *    LOC-RTN  -  the archive catalog's entries for the file,
      *    as HBHUN825 walks them: the latest one whose business-
      *    date range holds the generation is where it went
000000 LOC-RTN .
           MOVE "LOC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "L" TO EXSMP-D-LOCSTATE
000000     MOVE DIX-FILEID TO ARC-FILEID
000000     MOVE ZERO TO ARC-RUNDATE
000000     MOVE ZERO TO ARC-RUNTIME .
000000     START VIARCCAT KEY NOT < ARC-KEY
000000             INVALID GO TO CX00097 .
000000 CX00098.
           MOVE "CX00098" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIARCCAT NEXT AT END GO TO CX00097.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN585-18 VIARCCAT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(ARC-FILEID = DIX-FILEID)GO TO CX00097.
000000     IF DIX-GENBD < ARC-FROMBD OR DIX-GENBD > ARC-TOBD
000000         GO TO CX00098.
000000     MOVE "A" TO EXSMP-D-LOCSTATE
000000     MOVE ARC-RUNDATE TO EXSMP-D-ARCRUNDATE
000000     MOVE ARC-RUNTIME TO EXSMP-D-ARCRUNTIME .
000000     GO TO CX00098.
000000 CX00097. EXIT.
      *
      *    XMT-RTN  -  the transmission register entry for the file
      *    and business date that carried the item
000000 XMT-RTN .
           MOVE "XMT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-XMT-FILEID = SPACE OR SW-XMITRG = ZERO
000000         GO TO CX00099.
000000     MOVE WK-XMT-FILEID TO XMT-FILEID
000000     MOVE WK-XMT-BD TO XMT-BUSDATE
000000     READ VIXMITRG INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00099.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN585-19 VIXMITRG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE SPACE TO EXSMP-REC
000000     MOVE "X" TO EXSMP-TYPE
000000     MOVE SMP-IX TO EXSMP-SMPNO
000000     MOVE "VIXMITRG" TO EXSMP-SRCFILE
000000     MOVE XMT-FILEID TO EXSMP-X-FILEID
000000     MOVE XMT-BUSDATE TO EXSMP-X-BUSDATE
000000     MOVE XMT-RECCNT TO EXSMP-X-RECCNT
000000     MOVE XMT-CTLTOT TO EXSMP-X-CTLTOT
000000     MOVE XMT-STATUS TO EXSMP-X-STATUS
000000     MOVE XMT-DEADLINE TO EXSMP-X-DEADLINE
000000     MOVE XMT-RESEND TO EXSMP-X-RESEND
000000     MOVE XMT-REGDATE TO EXSMP-X-REGDATE
000000     MOVE XMT-LASTDATE TO EXSMP-X-LASTDATE
000000     PERFORM RPT-RTN THRU CX00050 .
000000     GO TO CX00094.
000000 CX00099.
           MOVE "CX00099" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXSMP-REC
000000     MOVE "N" TO EXSMP-TYPE
000000     MOVE SMP-IX TO EXSMP-SMPNO
000000     MOVE "VIXMITRG" TO EXSMP-SRCFILE
000000     MOVE "X" TO EXSMP-N-SECTION
000000     MOVE "NOT SENT OR NOT REGISTERED" TO EXSMP-N-NOTE
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00094. EXIT.
      *
      *    RPT-RTN  -  writes the line the caller assembled
000000 RPT-RTN .
           MOVE "RPT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXSMP-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN585-20 EXSMPPCK WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00050. EXIT.
      *
      *    ECHO-RTN  -  the card and what it drew under the line
      *    type the caller set
000000 ECHO-RTN .
           MOVE "ECHO-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXSMP-BODY
000000     MOVE WK-JOBLG-CNT TO EXSMP-SMPNO
000000     MOVE "SMPCARD" TO EXSMP-SRCFILE
000000     MOVE SMPC-POP TO EXSMP-C-POP
000000     MOVE SMPC-DATEFROM TO EXSMP-C-DATEFROM
000000     MOVE SMPC-DATETO TO EXSMP-C-DATETO
000000     MOVE SMPC-SIZE TO EXSMP-C-SIZE
000000     MOVE SMPC-SEED TO EXSMP-C-SEED
000000     MOVE SMPC-HIGHAMT TO EXSMP-C-HIGHAMT
000000     MOVE WK-POP-CNT TO EXSMP-C-POPCNT
000000     MOVE RND-CNT TO EXSMP-C-RNDCNT
000000     MOVE HIG-CNT TO EXSMP-C-HIGCNT
000000     MOVE WK-HIG-OVER TO EXSMP-C-HIGOVER
000000     MOVE WK-HIT-OVER TO EXSMP-C-HITOVER
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00053. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN585" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN585" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN585" TO PRM-PROGID
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
000000         DISPLAY "HBHUN585-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
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
000000     MOVE "HBHUN585" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN585-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN585" TO ERRM-PROGID
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
