000000                  ASSIGN             SQWSIWAK-MSD
000000             FILE STATUS          STS-FILE1  STS-FILE2.
      *20150421追加終了
      *20260916追加開始
      *    settled sales per game type: the by-floor postings carry
      *    the game type but their work file cannot be read back,
      *    so the sales are summed per game type as they post and
      *    filed here at end of run, proved by a control record,
      *    for the jackpot pool contributions (HBHUN940) - see
      *    CFGTURI
000000     SELECT  SQWGTURI
000000                  ASSIGN             SQWGTURI-MSD
000000             FILE STATUS          STS-FILE1  STS-FILE2.
      *20260916追加終了
      *20150422追加開始
      *    three-way cross-foot proof over the by-floor, by-level and
      *    by-organization settlement postings: the three pivots'
000000             ACCESS            DYNAMIC
000000     RECORD KEY WTAX-KEY
000000             FILE STATUS          STS-FILE1.
      *20260917追加開始
      *    vendor promotions: the VICMPGN campaign master (see
      *    CFCMPGN, HBHUN945 maintained) gives a time-limited
      *    discount on the commission of a floor - or of every
      *    floor of a vendor, the floors mapped by the INVFLMAP
      *    cards HBHUN855 reads - optionally for one game type
      *    only.  The campaign in force takes its discount off the
      *    commission as it is computed, the discount is kept on
      *    VIWURTAX beside the net commission, and what each
      *    campaign gave away against the sales it covered
      *    accumulates per day on VICMPUSE (CFCMPUS) for the
      *    month-end campaign cost report (HBHUN950)
000000     SELECT  VICMPGN
000000             ASSIGN            VICMPGN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY CMP-KEY
000000             FILE STATUS          STS-FILE1.
000000     SELECT  VICMPUSE
000000             ASSIGN            VICMPUSE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY CMU-KEY
000000             FILE STATUS          STS-FILE1.
000000     SELECT  INVFLMAP
000000                  ASSIGN             INVFLMAP-MSD
000000             FILE STATUS          STS-FILE1.
      *20260917追加終了
      *20150531追加開始
      *    pre-update snapshot of the fee-change staging master:
      *    before VITSGSTG is opened for update the whole file is
000000                  ASSIGN             EXSTGRPT-MSD
000000             FILE STATUS          STS-FILE1  STS-FILE2.
      *20150428追加終了
      *20261002追加開始
      *    partitioned execution by sales floor: HB370PRM, when
      *    present, gives this instance its partition id (01-04)
      *    and its from/to range of sales-floor codes, so several
      *    instances can settle the same clean transaction half
      *    side by side, each into its own set of work files (the
      *    job stream gives every instance its own SQW datasets).
      *    Every instance reads the whole stream and settles only
      *    the details of its own floors; its counts and control
      *    totals go to VIPARTSS, and HBHUN375 proves and combines
      *    the partitions before HBHUN610 may run.  Without the
      *    card this is the ordinary single run.
      *20261015追加開始
      *    The cards cut the halls on sales-floor ranges, and must
      *    cut them so that no floor level (game type and block) and
      *    no organization falls in two partitions: SQWKAISS and
      *    SQWDNSSN are concatenated, not summed again, and HBHUN375
      *    fails a run whose journal feed shows such a key posted by
      *    two partitions.  A partition only reads the fee-change
      *    staging master - HBHUN375 switches the entries due
      *    tonight active once the partitions prove - and writes its
      *    tax breakout postings to SQWURTAX for HBHUN375 to add to
      *    VIWURTAX.
      *20261015追加終了
000000     SELECT  HB370PRM
000000             ASSIGN               HB370PRM-MSD
000000             FILE STATUS          STS-FILE1.
000000     SELECT  VIPARTSS
000000             ASSIGN            VIPARTSS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY PTS-KEY
000000             FILE STATUS          STS-FILE1  STS-FILE2.
      *    a partition's campaign use - instances running side by
      *    side cannot share VICMPUSE's read-and-rewrite, so each
      *    writes its own and HBHUN375 posts them
000000     SELECT  SQWCMPUS
000000             ASSIGN               SQWCMPUS-MSD
000000             FILE STATUS          STS-FILE1  STS-FILE2.
      *20261002追加終了
      *20261015追加開始
      *    a partition's tax breakout postings - like VICMPUSE,
      *    VIWURTAX is not shared between instances running side
      *    by side, so each writes its own and HBHUN375 posts them
000000     SELECT  SQWURTAX
000000             ASSIGN               SQWURTAX-MSD
000000             FILE STATUS          STS-FILE1  STS-FILE2.
      *20261015追加終了
000000 DATA DIVISION.
000000 FILE SECTION.                                                            
000000 FD  �g�����U�N�V�����e�_�_                                                          
       01  SIWK-REC.
           COPY CFSIWK .
      *20150421追加終了
      *20260916追加開始
000000 FD  SQWGTURI
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWGTURI".
       01  GTU-REC.
           COPY CFGTURI .
      *20260916追加終了
      *20150422追加開始
000000 FD  EXXFTRPT
           LABEL  RECORD  STANDARD
      *    them against a proposed schedule
           05  WTAX-UNITS                  PIC S9(14) COMP-3.
      *20150503追加終了
      *20260917追加開始
      *    the campaign discount already taken off the total
           05  WTAX-DISCAMT                PIC S9(14) COMP-3.
      *20260917追加終了
      *20150531追加開始
      *    snapshot generation control and the three generation
      *    copies of VITSGSTG, carried as whole 30-byte images
           VALUE  OF IDENTIFICATION IS "SNPSTG3".
       01  SNPS3-REC                           PIC X(30).
      *20150531追加終了
      *20260917追加開始
000000 FD  VICMPGN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMPGN".
       01  CMP-REC.
           COPY CFCMPGN .
000000 FD  VICMPUSE
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMPUSE".
       01  CMU-REC.
           COPY CFCMPUS .
      *    the floor-to-vendor cards exactly as HBHUN855 reads them
000000 FD  INVFLMAP
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "INVFLMAP".
       01  IFM-REC.
           05  IFM-FLOORCD                 PIC X(10).
           05  IFM-VENDORCD                PIC X(08).
      *20260917追加終了
      *20261002追加開始
000000 FD  HB370PRM
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "HB370PRM".
000000 01  PTC-REC.
000000     05  PTC-ID                      PIC X(02).
000000     05  PTC-FROM                    PIC X(10).
000000     05  PTC-TO                      PIC X(10).
000000 FD  VIPARTSS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPARTSS".
       01  PTS-REC.
           COPY CFPARTS .
      *    one campaign use per record, laid out as VICMPUSE's
      *    (CFCMPUS) so HBHUN375 can post it unchanged
000000 FD  SQWCMPUS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWCMPUS".
       01  CMW-REC.
           05  CMW-ID                      PIC X(08).
           05  CMW-DATE                    PIC 9(08).
           05  CMW-POSTINGS                PIC 9(07).
           05  CMW-SALES                   PIC S9(14) COMP-3.
           05  CMW-GROSS                   PIC S9(14) COMP-3.
           05  CMW-DISC                    PIC S9(14) COMP-3.
           05  FILLER                      PIC X(10).
      *20261002追加終了
      *20261015追加開始
      *    one tax breakout posting per record, laid out as
      *    VIWURTAX's so HBHUN375 can post it unchanged
000000 FD  SQWURTAX
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWURTAX".
       01  WTW-REC.
           05  WTW-FLOORCD                 PIC X(10).
           05  WTW-DATE                    PIC 9(08).
           05  WTW-BASEAMT                 PIC S9(14) COMP-3.
           05  WTW-TAXAMT                  PIC S9(14) COMP-3.
           05  WTW-TOTAMT                  PIC S9(14) COMP-3.
           05  WTW-UNITS                   PIC S9(14) COMP-3.
           05  WTW-DISCAMT                 PIC S9(14) COMP-3.
      *20261015追加終了
000000 WORKING-STORAGE SECTION.
000000 01  ��ƃG���A.                                                               
000000   03  �v�j�_����                      PIC 9(02).                              
           03  SIWK-URI-TOT         PIC S9(14) COMP-3 VALUE ZERO.
           03  SIWK-SHI-TOT         PIC S9(14) COMP-3 VALUE ZERO.
      *20150421追加終了
      *20261002追加開始
      *    partitioned execution - see HB370PRM and VIPARTSS
       01  PART-WORK.
           03  SW-PART              PIC 9(01) VALUE ZERO.
           03  WK-PART-ID           PIC X(02) VALUE SPACE.
           03  WK-PART-FROM         PIC X(10).
           03  WK-PART-TO           PIC X(10).
           03  WK-PART-SEEN         PIC 9(07) VALUE ZERO.
           03  WK-PART-DTL          PIC 9(07) VALUE ZERO.
           03  WK-PART-CMU          PIC 9(07) VALUE ZERO.
      *20261015追加開始
           03  WK-PART-WTX          PIC 9(07) VALUE ZERO.
      *20261015追加終了
           03  WK-PART-STATUS       PIC X(01).
           03  WK-PART-STS          PIC X(02).
      *    the job-control and progress id of this instance: the
      *    program itself, or HBHUN3 and the partition id, so one
      *    partition's end is never taken for the whole run's
           03  WK-PART-PROGID       PIC X(08) VALUE "HBHUN370".
      *20261002追加終了
      *20260916追加開始
      *    settled sales per game type, entry = game type + 1
       01  GTU-WORK.
           03  GTU-GMTYPE-WK        PIC 9(02).
           03  GTU-IX               PIC 9(03).
           03  GTU-D-CNT            PIC 9(07).
           03  GTU-D-URI            PIC S9(14) COMP-3.
           03  GTU-TABLE.
               05  GTU-ENT OCCURS 100.
                   07  GTU-T-URI    PIC S9(14) COMP-3.
                   07  GTU-T-CNT    PIC 9(07).
      *20260916追加終了
      *20260917追加開始
      *    the campaigns in force and the floor-to-vendor map -
      *    see CMP-LOAD-RTN and CMP-APPLY-RTN
       01  CMP-WORK.
           03  CMP-CNT              PIC 9(03) VALUE ZERO.
           03  CMP-IX               PIC 9(03).
           03  CMP-HIT              PIC 9(03).
           03  FVM-CNT              PIC 9(03) VALUE ZERO.
           03  FVM-IX               PIC 9(03).
           03  CMP-GMTYPE-WK        PIC X(02).
           03  CMP-FLOOR-WK         PIC X(10).
           03  CMP-VENDOR-WK        PIC X(08).
           03  CMP-GROSS-WK         PIC S9(14) COMP-3.
           03  CMP-DISC-WK          PIC S9(14) COMP-3 VALUE ZERO.
           03  CMP-TABLE.
               05  CMT-ENT OCCURS 200.
                   07  CMT-ID       PIC X(08).
                   07  CMT-SCOPE    PIC X(01).
                   07  CMT-SCOPECD  PIC X(10).
                   07  CMT-GMTYPE   PIC X(02).
                   07  CMT-FROMDT   PIC 9(08).
                   07  CMT-TODT     PIC 9(08).
                   07  CMT-RULE     PIC X(01).
                   07  CMT-RATE     PIC 9(03)V99.
                   07  CMT-AMOUNT   PIC 9(09).
           03  FVM-TABLE.
               05  FVM-ENT OCCURS 500.
                   07  FVM-FLOORCD  PIC X(10).
                   07  FVM-VENDORCD PIC X(08).
      *20260917追加終了
      *20150502追加開始
       01  TAX-WORK.
           03  SW-TAXRT             PIC 9(01) VALUE ZERO.
       01  SW-SNPEOF                    PIC 9(01) VALUE ZERO.
       01  SW-SNPCTL-NEW                PIC 9(01) VALUE ZERO.
      *20150531追加終了
      *20261004追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *    the masters every run reads, named on the register at
      *    start-up, and the journal feed's file id - a partition
      *    writes its own copy, SQWSIWA1 to SQWSIWA4
       01  LNG-WORK.
           03  LNG-SIWKID           PIC X(08) VALUE "SQWSIWAK".
           03  LNG-IX               PIC 9(02).
           03  LNG-MST-NAMES.
               05  FILLER           PIC X(40) VALUE
                   "VRUNYKANVIURIBA VIGAME  VIGMRULEVIGMTYPE".
               05  FILLER           PIC X(40) VALUE
                   "VICALENDVIERRCORVIGAMJYOVIGYOSYAVITSGMKY".
               05  FILLER           PIC X(24) VALUE
                   "VITSGMCHVICHNNELVIUTRESU".
           03  LNG-MST-TBL REDEFINES LNG-MST-NAMES.
               05  LNG-MST-ID       PIC X(08) OCCURS 13.
      *20261004追加終了
      *20150527追加開始
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
       01  TRC-PARAM.
           COPY CLTRC .
      *20150528追加終了
      *20261001追加開始
      *    hall connect area - see CLHALC and HSAAL160
       01  HALC-PARAM.
           COPY CLHALC .
      *20261001追加終了
      *20150602追加開始
      *    operator and terminal identity for the audit trail -
      *    set at start-up from the run-parameter master
000000     PERFORM S000-RTN THRU CX00002                                        
000000     PERFORM P000-RTN THRU CX00003
      *20150320追加開始
      *20261002修正開始
      *    the reprocessing export is taken once, by the first
      *    partition of a partitioned run
000000     IF SW-PART = 0 OR WK-PART-ID = "01"
000000         PERFORM RPCOR-RTN THRU CX00456 .
      *20261002修正終了
      *20150320追加終了
      *20150326追加開始
000000     PERFORM RECON-RPT-RTN THRU CX00468
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261001修正開始
      *    each hall settles against its own run-control entry -
      *    the slot of the hall this pass is for (HSAAL160), slot
      *    1 while the installation settles one hall
000000     MOVE "C" TO HALC-FUNC
000000     CALL "HSAAL160" USING HALC-PARAM .
000000     IF NOT(HALC-UNKNOWN)GO TO CX00644.
000000         DISPLAY "HBHUN370-K1 HALL " HALC-HALLCD
000000                 " NOT ON HALL MASTER"
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "K1" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00644.
           MOVE "CX00644" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE HALC-UNKSLOT TO �q�j�_�_�p�Ǘ��e
      *20261001修正終了
             DISPLAY "�^�p�Ǘ��e"  UPON CONSOLE                                            
000000       READ �_�p�Ǘ��e INVALID CONTINUE . 
000000     IF NOT(STS-FILE1 NOT = ZERO AND "02")GO TO CX00050.                  
000000 CX00056.                                                                 
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VRTRNSA" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     OPEN INPUT
           �O���̔��p�������e�_�_ .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00057.                           
000000 CX00060.                                                                 
           MOVE "CX00060" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VRTRNSB" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     OPEN INPUT
           �O���̔��p�������e�_�a .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00061.                           
000000     PERFORM PCLCHK-RTN THRU CX00614 .
      *20150611修正終了
      *20150601追加終了
      *20261002追加開始
000000     PERFORM PART-GET-RTN THRU CX00645 .
      *20261002追加終了
000000     PERFORM JOBLG-START-RTN THRU CX00465 .
      *20261004追加開始
000000     MOVE PCL-BUSDATE TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-PART = 1
000000         MOVE WK-PART-ID (2:1) TO LNG-SIWKID (8:1) .
000000     PERFORM LNG-INP-RTN THRU CX00670
000000         VARYING LNG-IX FROM 1 BY 1 UNTIL LNG-IX > 13 .
      *20261004追加終了
      *20150325追加終了
      *20150421追加開始
000000     OPEN OUTPUT SQWSIWAK .
           MOVE "CX00530" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20150421追加終了
      *20260916追加開始
000000     INITIALIZE GTU-TABLE
000000     OPEN OUTPUT SQWGTURI .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00620.
000000           DISPLAY "HBHUN370-J1 SQWGTURI OPEN ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "J1" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00620.
           MOVE "CX00620" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260916追加終了
      *20150427追加開始
      *    rule-effectivity pick-up: the business date defaults to
      *    the one the period-close check resolved and a
      *20150531追加開始
      *    the pre-update copy is taken before the staging
      *    master is opened for update
      *20261002修正開始
      *    a partitioned instance takes no copy - the job stream
      *    takes the one copy before the instances start
000000     IF SW-PART = 0
000000         PERFORM MSNAP-RTN THRU CX00612 .
      *20261002修正終了
      *20150531追加終了
000000     MOVE ZERO TO SW-STG .
      *20261015修正開始
      *    a partitioned instance only reads the staging master;
      *    HBHUN375 switches tonight's entries active once, after
      *    the partitions have proved - see STG-CHK-RTN
000000     IF SW-PART = 1
000000         OPEN INPUT VITSGSTG
000000     ELSE
000000         OPEN I-O VITSGSTG .
000000     IF NOT(STS-FILE1 = ZERO)GO TO CX00558.
000000     MOVE 1 TO SW-STG .
000000     IF SW-PART = 0
000000         PERFORM STG-ACT-RTN THRU CX00559 .
      *20261015修正終了
000000 CX00558.
           MOVE "CX00558" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00585.
           MOVE "CX00585" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
      *    a partitioned instance writes its postings to SQWURTAX
000000     IF NOT(SW-PART = 1)GO TO CX00671.
000000     OPEN OUTPUT SQWURTAX .
000000     IF STS-FILE1 = ZERO GO TO CX00588.
000000           DISPLAY "HBHUN370-L3 SQWURTAX OPEN ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "L3" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00671.
           MOVE "CX00671" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加終了
000000     OPEN I-O VIWURTAX .
000000     IF NOT(STS-FILE1 = ZERO)GO TO CX00587.
000000     GO TO CX00588.
           MOVE "CX00588" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20150502追加終了
      *20260917追加開始
000000     PERFORM CMP-LOAD-RTN THRU CX00626
      *20261002追加開始
000000     IF SW-PART = 1 GO TO CX00649.
      *20261002追加終了
000000     OPEN I-O VICMPUSE .
000000     IF STS-FILE1 = "35"
000000         OPEN OUTPUT VICMPUSE
000000         CLOSE VICMPUSE
000000         OPEN I-O VICMPUSE .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00627.
000000           DISPLAY "HBHUN370-J4 VICMPUSE OPEN ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "J4" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00627.
           MOVE "CX00627" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260917追加終了
      *20261002追加開始
000000     GO TO CX00002.
000000 CX00649.
           MOVE "CX00649" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN OUTPUT SQWCMPUS .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00650.
000000           DISPLAY "HBHUN370-K8 SQWCMPUS OPEN ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "K8" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00650.
           MOVE "CX00650" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261002追加終了
000000 CX00002. EXIT.
000000 P000-RTN .                                                               
000000     PERFORM P100-RTN THRU CX00005                                        
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(�v�j�s���R�_�h��� = ZERO)GO TO
           CX00071.
      *20261002追加開始
      *    a partitioned instance settles only the details of its
      *    own sales floors; the others still count in the stream
      *    total below, which every partition must agree on
000000     IF NOT(SW-PART = 1)GO TO CX00647.
000000     ADD 1 TO WK-PART-SEEN .
000000     IF �v�j�s����R�_�h < WK-PART-FROM OR
000000        �v�j�s����R�_�h > WK-PART-TO
000000         GO TO CX00071.
000000     ADD 1 TO WK-PART-DTL .
000000 CX00647.
           MOVE "CX00647" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261002追加終了
000000     PERFORM P500-RTN THRU CX00010 .
      *20150426追加開始
      *    red slip: the detail's amount and unit count are negated
000000     MOVE ZERO TO SIWK-TAXAMT
      *20150502追加終了
000000     MOVE SIWK-CNT-WK TO SIWK-CNT
      *20261001追加開始
000000     MOVE HALC-HALLCD TO SIWK-HALLCD
      *20261001追加終了
000000     WRITE SIWK-REC .
000000     IF NOT(STS-FILE1 NOT = ZERO AND "02")GO TO CX00532.
000000           DISPLAY "HBHUN370-F2 SQWSIWAK WRITE ERROR ",
000000 CX00533.
           MOVE "CX00533" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE LNG-SIWKID TO LNG-FILEID
000000     COMPUTE LNG-CNT = SIWK-CNT-WK + 1
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
      *20150421追加終了
      *20260916追加開始
      *    the per-game-type sales, one record per game type that
      *    sold, then their control record
000000     MOVE ZERO TO GTU-IX GTU-D-CNT GTU-D-URI .
000000 CX00621. IF NOT(GTU-IX < 100)GO TO CX00622.
           MOVE "CX00621" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO GTU-IX .
000000     IF GTU-T-CNT (GTU-IX) = ZERO GO TO CX00621.
000000     MOVE "D" TO GTU-RECKBN
000000     COMPUTE GTU-GMTYPE = GTU-IX - 1
000000     MOVE GTU-T-URI (GTU-IX) TO GTU-URIAMT
000000     MOVE GTU-T-CNT (GTU-IX) TO GTU-CNT
000000     ADD 1 TO GTU-D-CNT
000000     ADD GTU-T-URI (GTU-IX) TO GTU-D-URI
000000     WRITE GTU-REC .
000000     IF NOT(STS-FILE1 NOT = ZERO AND "02")GO TO CX00623.
000000           DISPLAY "HBHUN370-J2 SQWGTURI WRITE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "J2" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00623.
           MOVE "CX00623" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00621.
000000 CX00622.
           MOVE "CX00622" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO GTU-RECKBN
000000     MOVE ZERO TO GTU-GMTYPE
000000     MOVE GTU-D-URI TO GTU-URIAMT
000000     MOVE GTU-D-CNT TO GTU-CNT
000000     WRITE GTU-REC .
000000     IF NOT(STS-FILE1 NOT = ZERO AND "02")GO TO CX00624.
000000           DISPLAY "HBHUN370-J2 SQWGTURI WRITE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "J2" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00624.
           MOVE "CX00624" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWGTURI .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00625.
000000           DISPLAY "HBHUN370-J3 SQWGTURI CLOSE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "J3" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00625.
           MOVE "CX00625" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260916追加終了
      *20150422追加開始
000000     PERFORM XFT-PROOF-RTN THRU CX00540 .
      *20150422追加終了
000000         CLOSE VITSGSTG .
      *20150428追加終了
      *20150502追加開始
      *20261015追加開始
000000     IF NOT(SW-PART = 1)GO TO CX00674.
000000     CLOSE SQWURTAX .
000000     IF STS-FILE1 = ZERO GO TO CX00594.
000000           DISPLAY "HBHUN370-L5 SQWURTAX CLOSE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "L5" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00674.
           MOVE "CX00674" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加終了
000000     CLOSE VIWURTAX .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00594.
000000           DISPLAY "HBHUN370-GB VIWURTAX CLOSE ERROR ",
           MOVE "CX00594" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20150502追加終了
      *20260917追加開始
      *20261002追加開始
000000     IF SW-PART = 1 GO TO CX00653.
      *20261002追加終了
000000     CLOSE VICMPUSE .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00628.
000000           DISPLAY "HBHUN370-J5 VICMPUSE CLOSE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "J5" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00628.
           MOVE "CX00628" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260917追加終了
      *20261002追加開始
000000     GO TO CX00654.
000000 CX00653.
           MOVE "CX00653" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWCMPUS .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00654.
000000           DISPLAY "HBHUN370-L1 SQWCMPUS CLOSE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "L1" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00654.
           MOVE "CX00654" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM PART-END-RTN THRU CX00646 .
      *20261002追加終了
      *20150325追加開始
      *20261004追加開始
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00466 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00467.
000000 CX00279.                                                                 
           MOVE "CX00279" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260917追加開始
000000     PERFORM CMP-APPLY-RTN THRU CX00629
      *20260917追加終了
000000       WRITE ����ʐ��Z�_�v�j�q .                                                  
000000     IF NOT(STS-FILE1 NOT = ZERO AND "02")GO TO CX00285.                  
000000         DISPLAY "HBHUN370-87 SQWURISS WRITE ERROR ",                     
      *20150502追加終了
000000     PERFORM SIWK-WRITE-RTN THRU CX00531 .
      *20150421追加終了
      *20260916追加開始
      *    and the posting's sales to its game type's total
000000     IF �v�t�a�r�Q�_���_�C�v IS NUMERIC
000000         MOVE �v�t�a�r�Q�_���_�C�v
                                TO GTU-GMTYPE-WK
000000         COMPUTE GTU-IX = GTU-GMTYPE-WK + 1
000000         ADD SIWK-URIAMT TO GTU-T-URI (GTU-IX)
000000         ADD 1 TO GTU-T-CNT (GTU-IX) .
      *20260916追加終了
000000 CX00017. EXIT.                                                           
000000 KOSH-RTN .
           MOVE "KOSH-RTN" TO TRC-TEXT
      *20150322追加終了
000000 CX00463. EXIT.
      *20150325追加開始
      *20261004追加開始
      *    LNG-INP-RTN  -  one master the run reads, named on the
      *    run-lineage register
000000 LNG-INP-RTN .
           MOVE "LNG-INP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "I" TO LNG-FUNC
000000     MOVE LNG-MST-ID (LNG-IX) TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000 CX00670. EXIT.
      *20261004追加終了
      *    JOBLG-START-RTN  -  appends the "run started" record to the
      *    suite-wide job-control audit trail (VIJOBLOG) at S000-RTN
      *    time, before this program has processed anything
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261002修正開始
000000     MOVE WK-PART-PROGID TO JOBLG-PROGID
      *20261002修正終了
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
      *20150425追加終了
000000     MOVE ZERO TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
      *20261004追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
      *20261004追加終了
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00465.
000000           DISPLAY "HBHUN370-138 VIJOBLOG WRITE ERROR ",
000000 JOBLG-END-RTN .
           MOVE "JOBLG-END-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261002修正開始
000000     MOVE WK-PART-PROGID TO JOBLG-PROGID
      *20261002修正終了
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "E" TO JOBLG-EVENT
000000 WTAX-POST-RTN .
000000     MOVE SIWK-KEY TO WTAX-FLOORCD
000000     MOVE WK-GMRLEF-DATE TO WTAX-DATE
      *20261015追加開始
000000     IF SW-PART = 1 GO TO CX00672.
      *20261015追加終了
000000     READ VIWURTAX INVALID CONTINUE .
000000     IF NOT(STS-FILE1 = ZERO OR "02" OR "23")GO TO CX00591.
000000     GO TO CX00592.
      *20150503追加開始
000000     MOVE WK-TAX-UNITS TO WTAX-UNITS
      *20150503追加終了
      *20260917追加開始
000000     MOVE CMP-DISC-WK TO WTAX-DISCAMT
      *20260917追加終了
000000     WRITE WTAX-REC INVALID CONTINUE .
000000     IF NOT(STS-FILE1 NOT = ZERO AND "02")GO TO CX00589.
000000           DISPLAY "HBHUN370-G9 VIWURTAX WRITE ERROR ",
      *20150503追加開始
000000     ADD WK-TAX-UNITS TO WTAX-UNITS
      *20150503追加終了
      *20260917追加開始
000000     ADD CMP-DISC-WK TO WTAX-DISCAMT
      *20260917追加終了
000000     REWRITE WTAX-REC INVALID CONTINUE .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00589.
000000           DISPLAY "HBHUN370-GA VIWURTAX REWRITE ERROR ",
000000     CALL "HSAAL100" USING ERRM-PARAM
      *20150527追加終了
000000           STOP RUN .
      *20261015追加開始
000000 CX00672.
           MOVE "CX00672" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SIWK-KEY TO WTW-FLOORCD
000000     MOVE WK-GMRLEF-DATE TO WTW-DATE
000000     MOVE WK-TAX-BASE TO WTW-BASEAMT
000000     MOVE SIWK-TAXAMT TO WTW-TAXAMT
000000     MOVE SIWK-TESURYO TO WTW-TOTAMT
000000     MOVE WK-TAX-UNITS TO WTW-UNITS
000000     MOVE CMP-DISC-WK TO WTW-DISCAMT
000000     WRITE WTW-REC .
000000     IF NOT(STS-FILE1 NOT = ZERO AND "02")GO TO CX00673.
000000           DISPLAY "HBHUN370-L4 SQWURTAX WRITE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "L4" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00673.
           MOVE "CX00673" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-PART-WTX .
      *20261015追加終了
000000 CX00589. EXIT.
      *20150502追加終了
      *20260917追加開始
      *
      *    CMP-LOAD-RTN  -  the active campaigns into the table and,
      *    when there are any, the floor-to-vendor cards; with no
      *    campaign master the commission is computed as it always
      *    was
000000 CMP-LOAD-RTN .
           MOVE "CMP-LOAD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO CMP-CNT FVM-CNT .
000000     OPEN INPUT VICMPGN .
000000     IF NOT(STS-FILE1 = ZERO)GO TO CX00626.
000000     MOVE LOW-VALUES TO CMP-KEY .
000000     START VICMPGN KEY >= CMP-KEY
000000             INVALID GO TO CX00631.
000000 CX00630.
           MOVE "CX00630" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICMPGN NEXT AT END GO TO CX00631.
000000     IF NOT(CMP-ACTIVE)GO TO CX00630.
000000     IF NOT(CMP-CNT < 200)GO TO CX00632.
000000     ADD 1 TO CMP-CNT
000000     MOVE CMP-ID TO CMT-ID (CMP-CNT)
000000     MOVE CMP-SCOPE TO CMT-SCOPE (CMP-CNT)
000000     MOVE CMP-SCOPECD TO CMT-SCOPECD (CMP-CNT)
000000     MOVE CMP-GMTYPE TO CMT-GMTYPE (CMP-CNT)
000000     MOVE CMP-FROMDT TO CMT-FROMDT (CMP-CNT)
000000     MOVE CMP-TODT TO CMT-TODT (CMP-CNT)
000000     MOVE CMP-RULE TO CMT-RULE (CMP-CNT)
000000     MOVE CMP-RATE TO CMT-RATE (CMP-CNT)
000000     MOVE CMP-AMOUNT TO CMT-AMOUNT (CMP-CNT)
000000     GO TO CX00630.
000000 CX00632.
           MOVE "CX00632" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN370-J6 CAMPAIGN TABLE FULL"
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "J6" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00631.
           MOVE "CX00631" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE VICMPGN .
000000     IF CMP-CNT = ZERO GO TO CX00626.
000000     OPEN INPUT INVFLMAP .
000000     IF NOT(STS-FILE1 = ZERO)GO TO CX00626.
000000 CX00633.
           MOVE "CX00633" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ INVFLMAP AT END GO TO CX00634.
000000     IF FVM-CNT < 500
000000         ADD 1 TO FVM-CNT
000000         MOVE IFM-FLOORCD TO FVM-FLOORCD (FVM-CNT)
000000         MOVE IFM-VENDORCD TO FVM-VENDORCD (FVM-CNT) .
000000     GO TO CX00633.
000000 CX00634.
           MOVE "CX00634" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE INVFLMAP .
000000 CX00626. EXIT.
      *
      *    CMP-APPLY-RTN  -  the first campaign in force on the
      *    business date for the posting's floor, or the floor's
      *    vendor, and its game type takes its discount - a
      *    percentage of the commission or a fixed yen amount, never
      *    more than the commission - off the commission just
      *    computed, and the day's use of the campaign is posted
000000 CMP-APPLY-RTN .
           MOVE "CMP-APPLY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO CMP-DISC-WK .
000000     IF CMP-CNT = ZERO GO TO CX00629.
000000     COMPUTE CMP-GROSS-WK = �v�t�a�r���J�萔�����z +
           �v�t�a�r�萔���␳�z
000000     IF NOT(CMP-GROSS-WK > ZERO)GO TO CX00629.
000000     MOVE �v�t�a�r�Q�_���_�C�v TO CMP-GMTYPE-WK
000000     MOVE �v�t�a�r����R�_�h TO CMP-FLOOR-WK
000000     MOVE SPACE TO CMP-VENDOR-WK
000000     MOVE ZERO TO FVM-IX .
000000 CX00635. IF NOT(FVM-IX < FVM-CNT)GO TO CX00636.
           MOVE "CX00635" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO FVM-IX .
000000     IF NOT(FVM-FLOORCD (FVM-IX) = CMP-FLOOR-WK)GO TO CX00635.
000000     MOVE FVM-VENDORCD (FVM-IX) TO CMP-VENDOR-WK .
000000 CX00636.
           MOVE "CX00636" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO CMP-IX CMP-HIT .
000000 CX00637. IF NOT(CMP-IX < CMP-CNT)GO TO CX00638.
           MOVE "CX00637" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO CMP-IX .
000000     IF CMT-FROMDT (CMP-IX) > WK-GMRLEF-DATE OR
000000        CMT-TODT (CMP-IX) < WK-GMRLEF-DATE
000000         GO TO CX00637.
000000     IF NOT(CMT-GMTYPE (CMP-IX) = SPACE OR
000000            CMT-GMTYPE (CMP-IX) = CMP-GMTYPE-WK)
000000         GO TO CX00637.
000000     IF NOT((CMT-SCOPE (CMP-IX) = "F" AND
000000             CMT-SCOPECD (CMP-IX) = CMP-FLOOR-WK) OR
000000            (CMT-SCOPE (CMP-IX) = "V" AND
000000             CMP-VENDOR-WK NOT = SPACE AND
000000             CMT-SCOPECD (CMP-IX) = CMP-VENDOR-WK))
000000         GO TO CX00637.
000000     MOVE CMP-IX TO CMP-HIT .
000000 CX00638.
           MOVE "CX00638" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF CMP-HIT = ZERO GO TO CX00629.
000000     IF CMT-RULE (CMP-HIT) = "P"
000000         COMPUTE CMP-DISC-WK ROUNDED =
000000             CMP-GROSS-WK * CMT-RATE (CMP-HIT) / 100
000000     ELSE
000000         MOVE CMT-AMOUNT (CMP-HIT) TO CMP-DISC-WK .
000000     IF CMP-DISC-WK > CMP-GROSS-WK
000000         MOVE CMP-GROSS-WK TO CMP-DISC-WK .
000000     SUBTRACT CMP-DISC-WK FROM �v�t�a�r���J�萔�����z
000000     MOVE CMT-ID (CMP-HIT) TO CMU-ID
000000     MOVE WK-GMRLEF-DATE TO CMU-DATE
      *20261002追加開始
000000     IF SW-PART = 1 GO TO CX00651.
      *20261002追加終了
000000     READ VICMPUSE INVALID CONTINUE .
000000     IF NOT(STS-FILE1 = ZERO OR "02" OR "23")GO TO CX00639.
000000     GO TO CX00640.
000000 CX00639.
           MOVE "CX00639" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN370-J7 VICMPUSE READ ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "J7" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00640.
           MOVE "CX00640" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(STS-FILE1 = "23")GO TO CX00641.
000000     INITIALIZE CMU-REC
000000     MOVE CMT-ID (CMP-HIT) TO CMU-ID
000000     MOVE WK-GMRLEF-DATE TO CMU-DATE
000000     MOVE 1 TO CMU-POSTINGS
000000     MOVE �v�t�a�r�������z TO CMU-SALES
000000     MOVE CMP-GROSS-WK TO CMU-GROSS
000000     MOVE CMP-DISC-WK TO CMU-DISC
000000     WRITE CMU-REC INVALID CONTINUE .
000000     IF NOT(STS-FILE1 NOT = ZERO AND "02")GO TO CX00642.
000000           DISPLAY "HBHUN370-J8 VICMPUSE WRITE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "J8" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00642.
           MOVE "CX00642" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00629.
000000 CX00641.
           MOVE "CX00641" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO CMU-POSTINGS
000000     ADD �v�t�a�r�������z TO CMU-SALES
000000     ADD CMP-GROSS-WK TO CMU-GROSS
000000     ADD CMP-DISC-WK TO CMU-DISC
000000     REWRITE CMU-REC INVALID CONTINUE .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00643.
000000           DISPLAY "HBHUN370-J9 VICMPUSE REWRITE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "J9" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00643.
           MOVE "CX00643" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261002追加開始
000000     GO TO CX00629.
000000 CX00651.
           MOVE "CX00651" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE CMU-ID TO CMW-ID
000000     MOVE CMU-DATE TO CMW-DATE
000000     MOVE 1 TO CMW-POSTINGS
000000     MOVE �v�t�a�r�������z TO CMW-SALES
000000     MOVE CMP-GROSS-WK TO CMW-GROSS
000000     MOVE CMP-DISC-WK TO CMW-DISC
000000     WRITE CMW-REC .
000000     IF NOT(STS-FILE1 NOT = ZERO AND "02")GO TO CX00652.
000000           DISPLAY "HBHUN370-K9 SQWCMPUS WRITE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "K9" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00652.
           MOVE "CX00652" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-PART-CMU .
      *20261002追加終了
000000 CX00629. EXIT.
      *20260917追加終了
      *20150430追加開始
      *    SGJYO-PROG-RTN  -  rewrites this program's reserved
      *    progress slot on the progress-management file; the slot
           MOVE "SGJYO-PROG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SGF-KEY TO SGPRG-SAVE-KEY
      *20261002修正開始
000000     MOVE WK-PART-PROGID TO SGPRG-PROGID
      *20261002修正終了
000000     MOVE "P200" TO SGPRG-PHASE
000000     MOVE WK-JOBLG-CNT TO SGPRG-RECCNT
000000     MOVE SPACE TO SGPRG-CURKEY
000000 CX00567.
           MOVE "CX00567" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015修正開始
      *    an entry due tonight that is not yet switched active - a
      *    partitioned instance leaves the switching to HBHUN375 -
      *    applies as if it were
000000     IF STS-FILE1 NOT = "23" AND STG-STAGED AND
000000        STG-EFFDATE > WK-GMRLEF-DATE
000000         MOVE 1 TO SW-STG-HOLD .
      *20261015修正終了
000000 CX00560. EXIT.
      *20150428追加終了
      *20150427追加開始
000000 SIWK-WRITE-RTN .
           MOVE "SIWK-WRITE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261001追加開始
000000     MOVE HALC-HALLCD TO SIWK-HALLCD
      *20261001追加終了
000000     WRITE SIWK-REC .
000000     IF NOT(STS-FILE1 NOT = ZERO AND "02")GO TO CX00534.
000000           DISPLAY "HBHUN370-F4 SQWSIWAK WRITE ERROR ",
000000     COMPUTE SIWK-CNT-WK = SIWK-CNT-WK + 1
000000     COMPUTE SIWK-URI-TOT = SIWK-URI-TOT + SIWK-URIAMT
000000     COMPUTE SIWK-SHI-TOT = SIWK-SHI-TOT + SIWK-SHIAMT .
      *20261004追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE LNG-SIWKID TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE PCL-BUSDATE TO LNG-RECKEY (1:8)
000000     MOVE SIWK-CNT-WK TO LNG-RECKEY (9:7)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
      *20150422追加開始
      *    cross-foot proof bookkeeping: each pivot's own grand
      *    totals, and a per-source-and-key subtotal table for the
000000     STOP RUN .
000000 CX00614. EXIT.
      *20150601追加終了
      *20261002追加開始
      *    PART-GET-RTN  -  partition pick-up: a card in HB370PRM
      *    makes this run one partition of a partitioned run; its
      *    id must be 01 to 04 and its range the right way round.
      *    The start is posted to VIPARTSS at once, so the merge
      *    step can tell a partition that never finished from one
      *    that never started
000000 PART-GET-RTN .
           MOVE "PART-GET-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-PART .
000000     OPEN INPUT HB370PRM .
000000     IF NOT(STS-FILE1 = "00")GO TO CX00645.
000000     READ HB370PRM AT END CONTINUE .
000000     IF STS-FILE1 = "00" AND PTC-ID NOT = SPACE
000000         MOVE 1 TO SW-PART
000000         MOVE PTC-ID TO WK-PART-ID
000000         MOVE PTC-FROM TO WK-PART-FROM
000000         MOVE PTC-TO TO WK-PART-TO .
000000     CLOSE HB370PRM .
000000     IF NOT(SW-PART = 1)GO TO CX00645.
000000     IF (WK-PART-ID = "01" OR "02" OR "03" OR "04") AND
000000        NOT(WK-PART-FROM > WK-PART-TO)GO TO CX00648.
000000           DISPLAY "HBHUN370-K2 HB370PRM CARD ERROR ",
000000                     WK-PART-ID " " WK-PART-FROM " " WK-PART-TO
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "K2" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00648.
           MOVE "CX00648" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN3" TO WK-PART-PROGID (1:6)
000000     MOVE WK-PART-ID TO WK-PART-PROGID (7:2)
000000     MOVE "S" TO WK-PART-STATUS
000000     PERFORM PART-PUT-RTN THRU CX00657 .
000000     DISPLAY "HBHUN370-L2 PARTITION " WK-PART-ID
000000             " FLOORS " WK-PART-FROM " - " WK-PART-TO
000000             UPON CONSOLE .
000000 CX00645. EXIT.
      *    PART-END-RTN  -  posts a partition's end, with its counts
      *    and the control totals its work files were closed with;
      *    a failed cross-foot proof posts the end as abnormal
000000 PART-END-RTN .
           MOVE "PART-END-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-PART = 1)GO TO CX00646.
000000     MOVE "E" TO WK-PART-STATUS .
000000     IF XFT-NG-SW = 1
000000         MOVE "A" TO WK-PART-STATUS .
000000     PERFORM PART-PUT-RTN THRU CX00657 .
000000 CX00646. EXIT.
      *    PART-PUT-RTN  -  writes or rewrites this partition's
      *    VIPARTSS row; the master is held only for the posting,
      *    since every instance of the run posts to it
000000 PART-PUT-RTN .
           MOVE "PART-PUT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIPARTSS .
000000     IF STS-FILE1 = "35"
000000         OPEN OUTPUT VIPARTSS
000000         CLOSE VIPARTSS
000000         OPEN I-O VIPARTSS .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00656.
000000           DISPLAY "HBHUN370-K3 VIPARTSS OPEN ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "K3" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00656.
           MOVE "CX00656" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE HALC-HALLCD TO PTS-HALLCD
000000     MOVE WK-PART-ID TO PTS-ID
000000     READ VIPARTSS INVALID CONTINUE .
000000     IF STS-FILE1 = ZERO OR "02" OR "23" GO TO CX00658.
000000           DISPLAY "HBHUN370-K4 VIPARTSS READ ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "K4" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00658.
           MOVE "CX00658" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE STS-FILE1 TO WK-PART-STS
000000     INITIALIZE PTS-REC
000000     MOVE HALC-HALLCD TO PTS-HALLCD
000000     MOVE WK-PART-ID TO PTS-ID
000000     MOVE WK-PART-FROM TO PTS-FROM
000000     MOVE WK-PART-TO TO PTS-TO
000000     MOVE PCL-BUSDATE TO PTS-BUSDATE
000000     MOVE WK-PART-STATUS TO PTS-STATUS
000000     ACCEPT PTS-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT PTS-RUNTIME FROM TIME .
000000     IF PTS-STARTED GO TO CX00659.
000000     MOVE WK-JOBLG-CNT TO PTS-RECCNT
000000     MOVE WK-PART-SEEN TO PTS-SEENCNT
000000     MOVE WK-PART-DTL TO PTS-DTLCNT
000000     MOVE AUDIT-CNT-URISE TO PTS-URISECNT
000000     MOVE AUDIT-CNT-URIUR TO PTS-URIURCNT
000000     MOVE AUDIT-CNT-JIKAN TO PTS-JIKANCNT
000000     MOVE AUDIT-CNT-KNYJY TO PTS-KNYJYCNT
000000     MOVE AUDIT-CNT-URISS TO PTS-URISSCNT
000000     MOVE AUDIT-CNT-KAISS TO PTS-KAISSCNT
000000     MOVE AUDIT-CNT-DNSSN TO PTS-DNSSNCNT
000000     MOVE WK-PART-CMU TO PTS-CMUCNT
000000     MOVE SIWK-CNT-WK TO PTS-SIWKCNT
000000     MOVE SIWK-URI-TOT TO PTS-SIWKURI
000000     MOVE SIWK-SHI-TOT TO PTS-SIWKSHI
000000     MOVE GTU-D-CNT TO PTS-GTUCNT
000000     MOVE GTU-D-URI TO PTS-GTUURI .
      *20261015追加開始
000000     MOVE WK-PART-WTX TO PTS-WTXCNT
000000     MOVE WK-GMRLEF-DATE TO PTS-EFFDATE .
      *20261015追加終了
000000 CX00659.
           MOVE "CX00659" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-PART-STS = "23")GO TO CX00660.
000000     WRITE PTS-REC INVALID CONTINUE .
000000     IF NOT(STS-FILE1 NOT = ZERO AND "02")GO TO CX00661.
000000           DISPLAY "HBHUN370-K5 VIPARTSS WRITE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "K5" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00660.
           MOVE "CX00660" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     REWRITE PTS-REC INVALID CONTINUE .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00661.
000000           DISPLAY "HBHUN370-K6 VIPARTSS REWRITE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "K6" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00661.
           MOVE "CX00661" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE VIPARTSS .
000000     IF NOT(STS-FILE1 NOT = ZERO)GO TO CX00657.
000000           DISPLAY "HBHUN370-K7 VIPARTSS CLOSE ERROR ",
000000                     STS-FILE1 " " STS-FILE2
000000     MOVE "HBHUN370" TO ERRM-PROGID
000000     MOVE "K7" TO ERRM-ERRNO
000000     MOVE STS-FILE1 TO ERRM-STS
000000     MOVE STS-FILE2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00657. EXIT.
      *20261002追加終了
