000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN735 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260929追加開始
      *    disaster-recovery reload: stands the suite's masters
      *    up at the recovery site from the HBHUN725 archive
      *    (CFDRARC) and proves every one of them against the
      *    DRMANIF manifest (CFDRMAN) before anything may run
      *    there.  The DRLCARD card must carry an explicit YES
      *    and an operator active on VIOPRMST with the restore
      *    class (R), since every master present on the
      *    archive is rebuilt from empty.  Each rebuilt master
      *    is read back and its record count and HSAAL150 hash
      *    total compared with the manifest's - and the
      *    archive's own trailer with both - one EXDRVFY row
      *    per master with its verdict.  The DRCLEAR record
      *    (CFDRCLR) says loading from the first master touched
      *    and proven only when every master agrees; until
      *    then HSAAL090 refuses every chain start
000000     SELECT  DRLCARD
000000                  ASSIGN             DRLCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  DRARCHV
000000             ASSIGN               DRARCHV-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  DRMANIF
000000             ASSIGN               DRMANIF-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  DRCLEAR
000000             ASSIGN               DRCLEAR-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXDRVFY
000000             ASSIGN               EXDRVFY-MSD
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
000000             ASSIGN            RQHIBETU-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS001-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS002
000000             ASSIGN            RQKAISYU-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS002-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS003
000000             ASSIGN            VIACCTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS003-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS004
000000             ASSIGN            VIALRTQ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS004-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS005
000000             ASSIGN            VIARCCAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS005-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS006
000000             ASSIGN            VIARLEDG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS006-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS007
000000             ASSIGN            VIATTREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS007-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS008
000000             ASSIGN            VIAUDSEAL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS008-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS009
000000             ASSIGN            VIBANKMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS009-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS010
000000             ASSIGN            VIBLKRANK-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS010-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS011
000000             ASSIGN            VIBLOCK-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS011-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS012
000000             ASSIGN            VIBUDGET-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS012-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS013
000000             ASSIGN            VICALEND-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS013-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS014
000000             ASSIGN            VICERTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS014-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS015
000000             ASSIGN            VICHCMIT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS015-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS016
000000             ASSIGN            VICHNCYC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS016-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS017
000000             ASSIGN            VICHNNEL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS017-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS018
000000             ASSIGN            VICHNOPN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS018-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS019
000000             ASSIGN            VICHNURI-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS019-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS020
000000             ASSIGN            VICHTIER-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS020-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS021
000000             ASSIGN            VICLSREQ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS021-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS022
000000             ASSIGN            VICMPGN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS022-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS023
000000             ASSIGN            VICMPUSE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS023-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS024
000000             ASSIGN            VICMTHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS024-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS025
000000             ASSIGN            VICODREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS025-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS026
000000             ASSIGN            VICRTMAC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS026-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS027
000000             ASSIGN            VIDEPTXN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS027-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS028
000000             ASSIGN            VIDISPUT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS028-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS029
000000             ASSIGN            VIDSTLOG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS029-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS030
000000             ASSIGN            VIDSTRKY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS030-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS031
000000             ASSIGN            VIDUPKEY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS031-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS032
000000             ASSIGN            VIDWNLOG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS032-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS033
000000             ASSIGN            VIERRCOR-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS033-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS034
000000             ASSIGN            VIERRMSG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS034-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS035
000000             ASSIGN            VIEVTCAL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS035-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS036
000000             ASSIGN            VIEXTDEF-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS036-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS037
000000             ASSIGN            VIFCNDTL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS037-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS038
000000             ASSIGN            VIFCSTHS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS038-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS039
000000             ASSIGN            VIFEPARV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS039-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS040
000000             ASSIGN            VIFEPMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS040-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS041
000000             ASSIGN            VIFLRDAY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS041-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS042
000000             ASSIGN            VIFLTLDG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS042-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS043
000000             ASSIGN            VIGAME-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS043-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS044
000000             ASSIGN            VIGMRHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS044-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS045
000000             ASSIGN            VIGMRLEF-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS045-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS046
000000             ASSIGN            VIGMRULE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS046-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS047
000000             ASSIGN            VIGMTYPE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS047-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS048
000000             ASSIGN            VIGYOSYA-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS048-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS049
000000             ASSIGN            VIHANACC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS049-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS050
000000             ASSIGN            VIHANRES-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS050-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS051
000000             ASSIGN            VIHATOU-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS051-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS052
000000             ASSIGN            VIHBTMON-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS052-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS053
000000             ASSIGN            VIHCHNUR-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS053-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS054
000000             ASSIGN            VIHOLIDY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS054-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS055
000000             ASSIGN            VIHURHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS055-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS056
000000             ASSIGN            VIIDXCAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS056-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS057
000000             ASSIGN            VIINVREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS057-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS058
000000             ASSIGN            VIJIKPTN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS058-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS059
000000             ASSIGN            VIJKPOOL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS059-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS060
000000             ASSIGN            VIJOBLOG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS060-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS061
000000             ASSIGN            VIKSZIDX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS061-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS062
000000             ASSIGN            VILIABHS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS062-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS063
000000             ASSIGN            VIMACASG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS063-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS064
000000             ASSIGN            VIMACINV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS064-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS065
000000             ASSIGN            VIMBRDEP-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS065-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS066
000000             ASSIGN            VIMSKRUL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS066-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS067
000000             ASSIGN            VIMSTPND-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS067-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS068
000000             ASSIGN            VIMTRLST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS068-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS069
000000             ASSIGN            VIODDPUB-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS069-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS070
000000             ASSIGN            VIOPRMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS070-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS071
000000             ASSIGN            VIPARTCT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS071-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS072
000000             ASSIGN            VIPARTHS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS072-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS073
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS073-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS074
000000             ASSIGN            VIPAYVCH-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS074-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS075
000000             ASSIGN            VIPERIOD-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS075-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS076
000000             ASSIGN            VIPNDAPR-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS076-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS077
000000             ASSIGN            VIPOBND-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS077-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS078
000000             ASSIGN            VIPORHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS078-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS079
000000             ASSIGN            VIPRZLDG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS079-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS080
000000             ASSIGN            VIPRZMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS080-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS081
000000             ASSIGN            VIQLTHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS081-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS082
000000             ASSIGN            VIRECITM-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS082-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS083
000000             ASSIGN            VIRELBAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS083-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS084
000000             ASSIGN            VIRELCHN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS084-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS085
000000             ASSIGN            VIRETENT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS085-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS086
000000             ASSIGN            VIRPTDST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS086-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS087
000000             ASSIGN            VIRQQUE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS087-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS088
000000             ASSIGN            VIRUNHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS088-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS089
000000             ASSIGN            VIRUNPRM-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS089-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS090
000000             ASSIGN            VIRUNSEQ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS090-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS091
000000             ASSIGN            VISCHEDL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS091-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS092
000000             ASSIGN            VISETCHG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS092-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS093
000000             ASSIGN            VISGPREV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS093-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS094
000000             ASSIGN            VISNPGEN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS094-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS095
000000             ASSIGN            VISRVCAS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS095-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS096
000000             ASSIGN            VISTOPPY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS096-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS097
000000             ASSIGN            VITAXRT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS097-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS098
000000             ASSIGN            VITMBAND-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS098-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS099
000000             ASSIGN            VITSGSTG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS099-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS100
000000             ASSIGN            VIURGRP-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS100-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS101
000000             ASSIGN            VIURIBA-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS101-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS102
000000             ASSIGN            VIVCHCTR-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS102-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS103
000000             ASSIGN            VIVINVRG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS103-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS104
000000             ASSIGN            VIWINACC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS104-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS105
000000             ASSIGN            VIWINHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS105-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS106
000000             ASSIGN            VIWINID-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS106-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS107
000000             ASSIGN            VIWURTAX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS107-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS108
000000             ASSIGN            VIXMITRG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS108-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS109
000000             ASSIGN            VIYECCTL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS109-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS110
000000             ASSIGN            VIZENMAP-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS110-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS111
000000             ASSIGN            VRSGJYO-MSD
000000             ORGANIZATION      IS  RELATIVE
000000             ACCESS            DYNAMIC
000000             RELATIVE          WK-RELKEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS112
000000             ASSIGN            VRUNYKAN-MSD
000000             ORGANIZATION      IS  RELATIVE
000000             ACCESS            DYNAMIC
000000             RELATIVE          WK-RELKEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS113
000000             ASSIGN            VTYUKSNP-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS113-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS114
000000             ASSIGN            VIREOHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS114-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260930追加開始
000000     SELECT  MS115
000000             ASSIGN            VIGROHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS115-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260930追加終了
      *20261001追加開始
000000     SELECT  MS116
000000             ASSIGN            VIHALLMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS116-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261001追加終了
      *20261001追加開始
000000     SELECT  MS117
000000             ASSIGN            VIHALLAS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS117-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261001追加終了
      *20261001追加開始
000000     SELECT  MS118
000000             ASSIGN            VICONHAL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS118-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261001追加終了
      *20261002追加開始
000000     SELECT  MS119
000000             ASSIGN            VIPARTSS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS119-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261002追加終了
      *20261004追加開始
000000     SELECT  MS120
000000             ASSIGN            VILINEAG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS120-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261004追加終了
      *20261005追加開始
000000     SELECT  MS121
000000             ASSIGN            VILGHOLD-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS121-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261005追加終了
      *20261005追加開始
000000     SELECT  MS122
000000             ASSIGN            VIDOCIDX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS122-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261005追加終了
      *20261008追加開始
000000     SELECT  MS123
000000             ASSIGN            VIPPADJ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS123-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261008追加終了
      *20261009追加開始
000000     SELECT  MS124
000000             ASSIGN            VISGNREQ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS124-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261009追加終了
      *20261009追加開始
000000     SELECT  MS125
000000             ASSIGN            VISGNOFF-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS125-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261009追加終了
      *20261011追加開始
000000     SELECT  MS126
000000             ASSIGN            VITRNHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS126-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261011追加終了
      *20261011追加開始
000000     SELECT  MS127
000000             ASSIGN            VITRNCTL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS127-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261011追加終了
      *20261012追加開始
000000     SELECT  MS128
000000             ASSIGN            VIVNDDLV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS128-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261012追加終了
      *20261014追加開始
000000     SELECT  MS129
000000             ASSIGN            VICFGVER-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS129-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261014追加終了
      *20260929追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  DRLCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "DRLCARD".
       01  DLC-REC.
           05  DLC-CONFIRM                 PIC X(03).
               88  DLC-CONFIRMED            VALUE "YES".
           05  DLC-OPID                    PIC X(08).
000000 FD  DRARCHV
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "DRARCHV".
       01  DRA-REC.
           COPY CFDRARC .
000000 FD  DRMANIF
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "DRMANIF".
       01  DRM-REC.
           COPY CFDRMAN .
000000 FD  DRCLEAR
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "DRCLEAR".
       01  DRC-REC.
           COPY CFDRCLR .
000000 FD  EXDRVFY
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXDRVFY".
       01  EXDRV-REC.
           05  EXDRV-BUSDT                 PIC 9(08).
           05  EXDRV-FILEID                PIC X(08).
           05  EXDRV-ORG                   PIC X(01).
           05  EXDRV-STATE                 PIC X(01).
           05  EXDRV-MAN-COUNT             PIC 9(09).
           05  EXDRV-MAN-HASH              PIC 9(18).
           05  EXDRV-ARC-COUNT             PIC 9(09).
           05  EXDRV-ARC-HASH              PIC 9(18).
           05  EXDRV-LOAD-COUNT            PIC 9(09).
           05  EXDRV-LOAD-HASH             PIC 9(18).
           05  EXDRV-VERDICT               PIC X(01).
               88  EXDRV-PROVEN             VALUE "P".
               88  EXDRV-ABSENT             VALUE "A".
               88  EXDRV-MISSING            VALUE "M".
               88  EXDRV-ARCBAD             VALUE "T".
               88  EXDRV-COUNTBAD           VALUE "C".
               88  EXDRV-HASHBAD            VALUE "H".
               88  EXDRV-FORMATBAD          VALUE "F".
               88  EXDRV-UNKNOWN            VALUE "X".
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
           VALUE  OF IDENTIFICATION IS "RQHIBETU".
       01  MS001-REC.
           05  FILLER                      PIC X(22).
           05  MS001-KEY                   PIC X(22).
           05  FILLER                      PIC X(06).
000000 FD  MS002
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RQKAISYU".
       01  MS002-REC.
           05  FILLER                      PIC X(06).
           05  MS002-KEY                   PIC X(10).
           05  FILLER                      PIC X(390).
000000 FD  MS003
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIACCTMS".
       01  MS003-REC.
           05  MS003-KEY                   PIC X(02).
           05  FILLER                      PIC X(16).
000000 FD  MS004
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIALRTQ".
       01  MS004-REC.
           05  MS004-KEY                   PIC X(25).
           05  FILLER                      PIC X(54).
000000 FD  MS005
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIARCCAT".
       01  MS005-REC.
           05  MS005-KEY                   PIC X(26).
           05  FILLER                      PIC X(23).
000000 FD  MS006
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIARLEDG".
       01  MS006-REC.
           05  MS006-KEY                   PIC X(08).
           05  FILLER                      PIC X(90).
000000 FD  MS007
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIATTREG".
       01  MS007-REC.
           05  MS007-KEY                   PIC X(33).
           05  FILLER                      PIC X(32).
000000 FD  MS008
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIAUDSEAL".
       01  MS008-REC.
           05  MS008-KEY                   PIC X(08).
           05  FILLER                      PIC X(41).
000000 FD  MS009
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIBANKMS".
       01  MS009-REC.
           05  MS009-KEY                   PIC X(07).
           05  FILLER                      PIC X(38).
000000 FD  MS010
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIBLKRANK".
       01  MS010-REC.
           05  MS010-KEY                   PIC X(10).
           05  FILLER                      PIC X(16).
000000 FD  MS011
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIBLOCK".
       01  MS011-REC.
           05  MS011-KEY                   PIC X(10).
           05  FILLER                      PIC X(100).
000000 FD  MS012
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIBUDGET".
       01  MS012-REC.
           05  MS012-KEY                   PIC X(16).
           05  FILLER                      PIC X(15).
000000 FD  MS013
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICALEND".
       01  MS013-REC.
           05  MS013-KEY                   PIC X(08).
           05  FILLER                      PIC X(01).
000000 FD  MS014
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICERTMS".
       01  MS014-REC.
           05  MS014-KEY                   PIC X(12).
           05  FILLER                      PIC X(106).
000000 FD  MS015
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHCMIT".
       01  MS015-REC.
           05  MS015-KEY                   PIC X(08).
           05  FILLER                      PIC X(69).
000000 FD  MS016
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNCYC".
       01  MS016-REC.
           05  MS016-KEY                   PIC X(02).
           05  FILLER                      PIC X(03).
000000 FD  MS017
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNNEL".
       01  MS017-REC.
           05  MS017-KEY                   PIC X(02).
           05  FILLER                      PIC X(100).
000000 FD  MS018
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNOPN".
       01  MS018-REC.
           05  MS018-KEY                   PIC X(10).
           05  FILLER                      PIC X(08).
000000 FD  MS019
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNURI".
       01  MS019-REC.
           05  MS019-KEY                   PIC X(12).
           05  FILLER                      PIC X(17).
000000 FD  MS020
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHTIER".
       01  MS020-REC.
           05  MS020-KEY                   PIC X(09).
           05  FILLER                      PIC X(10).
000000 FD  MS021
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICLSREQ".
       01  MS021-REC.
           05  MS021-KEY                   PIC X(08).
000000 FD  MS022
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMPGN".
       01  MS022-REC.
           05  MS022-KEY                   PIC X(08).
           05  FILLER                      PIC X(119).
000000 FD  MS023
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMPUSE".
       01  MS023-REC.
           05  MS023-KEY                   PIC X(16).
           05  FILLER                      PIC X(41).
000000 FD  MS024
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMTHIS".
       01  MS024-REC.
           05  MS024-KEY                   PIC X(08).
           05  FILLER                      PIC X(74).
000000 FD  MS025
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICODREG".
       01  MS025-REC.
           05  MS025-KEY                   PIC X(10).
           05  FILLER                      PIC X(70).
000000 FD  MS026
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICRTMAC".
       01  MS026-REC.
           05  MS026-KEY                   PIC X(22).
           05  FILLER                      PIC X(46).
000000 FD  MS027
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDEPTXN".
       01  MS027-REC.
           05  MS027-KEY                   PIC X(26).
           05  FILLER                      PIC X(48).
000000 FD  MS028
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDISPUT".
       01  MS028-REC.
           05  MS028-KEY                   PIC X(13).
           05  FILLER                      PIC X(60).
000000 FD  MS029
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDSTLOG".
       01  MS029-REC.
           05  MS029-KEY                   PIC X(24).
           05  FILLER                      PIC X(42).
000000 FD  MS030
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDSTRKY".
       01  MS030-REC.
           05  MS030-KEY                   PIC X(17).
           05  FILLER                      PIC X(26).
000000 FD  MS031
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDUPKEY".
       01  MS031-REC.
           05  MS031-KEY                   PIC X(27).
           05  FILLER                      PIC X(08).
000000 FD  MS032
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDWNLOG".
       01  MS032-REC.
           05  MS032-KEY                   PIC X(34).
           05  FILLER                      PIC X(72).
000000 FD  MS033
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIERRCOR".
       01  MS033-REC.
           05  MS033-KEY                   PIC X(10).
           05  FILLER                      PIC X(13).
000000 FD  MS034
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIERRMSG".
       01  MS034-REC.
           05  MS034-KEY                   PIC X(11).
           05  FILLER                      PIC X(101).
000000 FD  MS035
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIEVTCAL".
       01  MS035-REC.
           05  MS035-KEY                   PIC X(18).
           05  FILLER                      PIC X(75).
000000 FD  MS036
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIEXTDEF".
       01  MS036-REC.
           05  MS036-KEY                   PIC X(12).
           05  FILLER                      PIC X(46).
000000 FD  MS037
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFCNDTL".
       01  MS037-REC.
           05  MS037-KEY                   PIC X(27).
           05  FILLER                      PIC X(58).
000000 FD  MS038
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFCSTHS".
       01  MS038-REC.
           05  MS038-KEY                   PIC X(19).
           05  FILLER                      PIC X(49).
000000 FD  MS039
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFEPARV".
       01  MS039-REC.
           05  MS039-KEY                   PIC X(10).
           05  FILLER                      PIC X(73).
000000 FD  MS040
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFEPMST".
       01  MS040-REC.
           05  MS040-KEY                   PIC X(02).
           05  FILLER                      PIC X(82).
000000 FD  MS041
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFLRDAY".
       01  MS041-REC.
           05  MS041-KEY                   PIC X(18).
           05  FILLER                      PIC X(38).
000000 FD  MS042
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFLTLDG".
       01  MS042-REC.
           05  MS042-KEY                   PIC X(18).
           05  FILLER                      PIC X(30).
000000 FD  MS043
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGAME".
       01  MS043-REC.
           05  MS043-KEY                   PIC X(06).
           05  FILLER                      PIC X(100).
000000 FD  MS044
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMRHIS".
       01  MS044-REC.
           05  MS044-KEY                   PIC X(23).
           05  FILLER                      PIC X(8099).
000000 FD  MS045
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMRLEF".
       01  MS045-REC.
           05  MS045-KEY                   PIC X(14).
           05  FILLER                      PIC X(12).
000000 FD  MS046
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMRULE".
       01  MS046-REC.
           05  MS046-KEY                   PIC X(06).
           05  FILLER                      PIC X(100).
000000 FD  MS047
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMTYPE".
       01  MS047-REC.
           05  MS047-KEY                   PIC X(02).
           05  FILLER                      PIC X(02).
000000 FD  MS048
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGYOSYA".
       01  MS048-REC.
           05  MS048-KEY                   PIC X(08).
           05  FILLER                      PIC X(100).
000000 FD  MS049
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHANACC".
       01  MS049-REC.
           05  MS049-KEY                   PIC X(11).
           05  FILLER                      PIC X(14).
000000 FD  MS050
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHANRES".
       01  MS050-REC.
           05  MS050-KEY                   PIC X(20).
           05  FILLER                      PIC X(07).
000000 FD  MS051
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHATOU".
       01  MS051-REC.
           05  MS051-KEY                   PIC X(02).
           05  FILLER                      PIC X(12).
000000 FD  MS052
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHBTMON".
       01  MS052-REC.
           05  MS052-KEY                   PIC X(38).
           05  FILLER                      PIC X(31).
000000 FD  MS053
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHCHNUR".
       01  MS053-REC.
           05  MS053-KEY                   PIC X(12).
           05  FILLER                      PIC X(17).
000000 FD  MS054
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHOLIDY".
       01  MS054-REC.
           05  MS054-KEY                   PIC X(08).
           05  FILLER                      PIC X(01).
000000 FD  MS055
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHURHIS".
       01  MS055-REC.
           05  MS055-KEY                   PIC X(10).
           05  FILLER                      PIC X(07).
000000 FD  MS056
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIIDXCAT".
       01  MS056-REC.
           05  MS056-KEY                   PIC X(05).
           05  FILLER                      PIC X(8051).
000000 FD  MS057
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIINVREG".
       01  MS057-REC.
           05  MS057-KEY                   PIC X(08).
           05  FILLER                      PIC X(47).
000000 FD  MS058
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJIKPTN".
       01  MS058-REC.
           05  MS058-KEY                   PIC X(14).
           05  FILLER                      PIC X(24).
000000 FD  MS059
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJKPOOL".
       01  MS059-REC.
           05  MS059-KEY                   PIC X(02).
           05  FILLER                      PIC X(198).
000000 FD  MS060
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
       01  MS060-REC.
           05  MS060-KEY                   PIC X(23).
           05  FILLER                      PIC X(60).
000000 FD  MS061
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIKSZIDX".
       01  MS061-REC.
           05  MS061-KEY                   PIC X(24).
           05  FILLER                      PIC X(08).
000000 FD  MS062
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VILIABHS".
       01  MS062-REC.
           05  MS062-KEY                   PIC X(10).
           05  FILLER                      PIC X(15).
000000 FD  MS063
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMACASG".
       01  MS063-REC.
           05  MS063-KEY                   PIC X(30).
           05  FILLER                      PIC X(11).
000000 FD  MS064
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMACINV".
       01  MS064-REC.
           05  MS064-KEY                   PIC X(22).
           05  FILLER                      PIC X(23).
000000 FD  MS065
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMBRDEP".
       01  MS065-REC.
           05  MS065-KEY                   PIC X(11).
           05  FILLER                      PIC X(114).
000000 FD  MS066
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMSKRUL".
       01  MS066-REC.
           05  MS066-KEY                   PIC X(12).
           05  FILLER                      PIC X(47).
000000 FD  MS067
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMSTPND".
       01  MS067-REC.
           05  MS067-KEY                   PIC X(29).
           05  FILLER                      PIC X(31).
000000 FD  MS068
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMTRLST".
       01  MS068-REC.
           05  MS068-KEY                   PIC X(22).
           05  FILLER                      PIC X(86).
000000 FD  MS069
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIODDPUB".
       01  MS069-REC.
           05  MS069-KEY                   PIC X(02).
           05  FILLER                      PIC X(54).
000000 FD  MS070
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIOPRMST".
       01  MS070-REC.
           05  MS070-KEY                   PIC X(08).
           05  FILLER                      PIC X(39).
000000 FD  MS071
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPARTCT".
       01  MS071-REC.
           05  MS071-KEY                   PIC X(02).
           05  FILLER                      PIC X(65).
000000 FD  MS072
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPARTHS".
       01  MS072-REC.
           05  MS072-KEY                   PIC X(10).
           05  FILLER                      PIC X(13).
000000 FD  MS073
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  MS073-REC.
           05  MS073-KEY                   PIC X(24).
           05  FILLER                      PIC X(33).
000000 FD  MS074
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYVCH".
       01  MS074-REC.
           05  MS074-KEY                   PIC X(16).
           05  FILLER                      PIC X(119).
000000 FD  MS075
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPERIOD".
       01  MS075-REC.
           05  MS075-KEY                   PIC X(08).
           05  FILLER                      PIC X(23).
000000 FD  MS076
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPNDAPR".
       01  MS076-REC.
           05  MS076-KEY                   PIC X(26).
           05  FILLER                      PIC X(31).
000000 FD  MS077
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPOBND".
       01  MS077-REC.
           05  MS077-KEY                   PIC X(05).
           05  FILLER                      PIC X(58).
000000 FD  MS078
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPORHIS".
       01  MS078-REC.
           05  MS078-KEY                   PIC X(20).
           05  FILLER                      PIC X(26).
000000 FD  MS079
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPRZLDG".
       01  MS079-REC.
           05  MS079-KEY                   PIC X(29).
           05  FILLER                      PIC X(63).
000000 FD  MS080
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPRZMST".
       01  MS080-REC.
           05  MS080-KEY                   PIC X(10).
           05  FILLER                      PIC X(92).
000000 FD  MS081
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIQLTHIS".
       01  MS081-REC.
           05  MS081-KEY                   PIC X(12).
           05  FILLER                      PIC X(21).
000000 FD  MS082
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRECITM".
       01  MS082-REC.
           05  MS082-KEY                   PIC X(27).
           05  FILLER                      PIC X(138).
000000 FD  MS083
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRELBAT".
       01  MS083-REC.
           05  MS083-KEY                   PIC X(20).
           05  FILLER                      PIC X(112).
000000 FD  MS084
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRELCHN".
       01  MS084-REC.
           05  MS084-KEY                   PIC X(02).
           05  FILLER                      PIC X(90).
000000 FD  MS085
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRETENT".
       01  MS085-REC.
           05  MS085-KEY                   PIC X(12).
           05  FILLER                      PIC X(07).
000000 FD  MS086
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRPTDST".
       01  MS086-REC.
           05  MS086-KEY                   PIC X(16).
           05  FILLER                      PIC X(51).
000000 FD  MS087
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRQQUE".
       01  MS087-REC.
           05  MS087-KEY                   PIC X(24).
           05  FILLER                      PIC X(10).
000000 FD  MS088
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRUNHIS".
       01  MS088-REC.
           05  MS088-KEY                   PIC X(16).
           05  FILLER                      PIC X(15).
000000 FD  MS089
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRUNPRM".
       01  MS089-REC.
           05  MS089-KEY                   PIC X(28).
           05  FILLER                      PIC X(20).
000000 FD  MS090
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRUNSEQ".
       01  MS090-REC.
           05  MS090-KEY                   PIC X(16).
000000 FD  MS091
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISCHEDL".
       01  MS091-REC.
           05  MS091-KEY                   PIC X(08).
           05  FILLER                      PIC X(03).
000000 FD  MS092
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISETCHG".
       01  MS092-REC.
           05  MS092-KEY                   PIC X(34).
           05  FILLER                      PIC X(58).
000000 FD  MS093
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISGPREV".
       01  MS093-REC.
           05  MS093-KEY                   PIC X(08).
           05  FILLER                      PIC X(31).
000000 FD  MS094
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISNPGEN".
       01  MS094-REC.
           05  MS094-KEY                   PIC X(12).
           05  FILLER                      PIC X(88).
000000 FD  MS095
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISRVCAS".
       01  MS095-REC.
           05  MS095-KEY                   PIC X(31).
           05  FILLER                      PIC X(158).
000000 FD  MS096
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISTOPPY".
       01  MS096-REC.
           05  MS096-KEY                   PIC X(24).
           05  FILLER                      PIC X(81).
000000 FD  MS097
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITAXRT".
       01  MS097-REC.
           05  MS097-KEY                   PIC X(08).
           05  FILLER                      PIC X(04).
000000 FD  MS098
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITMBAND".
       01  MS098-REC.
           05  MS098-KEY                   PIC X(14).
           05  FILLER                      PIC X(07).
000000 FD  MS099
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITSGSTG".
       01  MS099-REC.
           05  MS099-KEY                   PIC X(21).
           05  FILLER                      PIC X(09).
000000 FD  MS100
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIURGRP".
       01  MS100-REC.
           05  MS100-KEY                   PIC X(10).
           05  FILLER                      PIC X(06).
000000 FD  MS101
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIURIBA".
       01  MS101-REC.
           05  MS101-KEY                   PIC X(06).
           05  FILLER                      PIC X(108).
000000 FD  MS102
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIVCHCTR".
       01  MS102-REC.
           05  MS102-KEY                   PIC X(08).
           05  FILLER                      PIC X(16).
000000 FD  MS103
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIVINVRG".
       01  MS103-REC.
           05  MS103-KEY                   PIC X(08).
           05  FILLER                      PIC X(44).
000000 FD  MS104
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINACC".
       01  MS104-REC.
           05  MS104-KEY                   PIC X(24).
           05  FILLER                      PIC X(80).
000000 FD  MS105
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINHIS".
       01  MS105-REC.
           05  MS105-KEY                   PIC X(18).
           05  FILLER                      PIC X(02).
000000 FD  MS106
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINID".
       01  MS106-REC.
           05  MS106-KEY                   PIC X(24).
           05  FILLER                      PIC X(172).
000000 FD  MS107
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWURTAX".
       01  MS107-REC.
           05  MS107-KEY                   PIC X(18).
           05  FILLER                      PIC X(40).
000000 FD  MS108
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIXMITRG".
       01  MS108-REC.
           05  MS108-KEY                   PIC X(20).
           05  FILLER                      PIC X(38).
000000 FD  MS109
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIYECCTL".
       01  MS109-REC.
           05  MS109-KEY                   PIC X(04).
           05  FILLER                      PIC X(22).
000000 FD  MS110
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIZENMAP".
       01  MS110-REC.
           05  MS110-KEY                   PIC X(02).
           05  FILLER                      PIC X(97).
000000 FD  MS111
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VRSGJYO".
       01  MS111-REC.
           05  FILLER                      PIC X(61).
000000 FD  MS112
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VRUNYKAN".
       01  MS112-REC.
           05  FILLER                      PIC X(410).
000000 FD  MS113
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VTYUKSNP".
       01  MS113-REC.
           05  MS113-KEY                   PIC X(08).
           05  FILLER                      PIC X(410).
000000 FD  MS114
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIREOHIS".
       01  MS114-REC.
           05  MS114-KEY                   PIC X(08).
           05  FILLER                      PIC X(62).
      *20260930追加開始
000000 FD  MS115
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGROHIS".
       01  MS115-REC.
           05  MS115-KEY                   PIC X(16).
           05  FILLER                      PIC X(64).
      *20260930追加終了
      *20261001追加開始
000000 FD  MS116
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHALLMS".
       01  MS116-REC.
           05  MS116-KEY                   PIC X(02).
           05  FILLER                      PIC X(75).
      *20261001追加終了
      *20261001追加開始
000000 FD  MS117
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHALLAS".
       01  MS117-REC.
           05  MS117-KEY                   PIC X(23).
           05  FILLER                      PIC X(28).
      *20261001追加終了
      *20261001追加開始
000000 FD  MS118
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICONHAL".
       01  MS118-REC.
           05  MS118-KEY                   PIC X(15).
           05  FILLER                      PIC X(64).
      *20261001追加終了
      *20261002追加開始
000000 FD  MS119
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPARTSS".
       01  MS119-REC.
           05  MS119-KEY                   PIC X(04).
           05  FILLER                      PIC X(178).
      *20261002追加終了
      *20261004追加開始
000000 FD  MS120
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VILINEAG".
       01  MS120-REC.
           05  MS120-KEY                   PIC X(61).
           05  FILLER                      PIC X(96).
      *20261004追加終了
      *20261005追加開始
000000 FD  MS121
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VILGHOLD".
       01  MS121-REC.
           05  MS121-KEY                   PIC X(20).
           05  FILLER                      PIC X(158).
      *20261005追加終了
      *20261005追加開始
000000 FD  MS122
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDOCIDX".
       01  MS122-REC.
           05  MS122-KEY                   PIC X(29).
           05  FILLER                      PIC X(119).
      *20261005追加終了
      *20261008追加開始
000000 FD  MS123
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPPADJ".
       01  MS123-REC.
           05  MS123-KEY                   PIC X(10).
           05  FILLER                      PIC X(150).
      *20261008追加終了
      *20261009追加開始
000000 FD  MS124
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISGNREQ".
       01  MS124-REC.
           05  MS124-KEY                   PIC X(08).
           05  FILLER                      PIC X(03).
      *20261009追加終了
      *20261009追加開始
000000 FD  MS125
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISGNOFF".
       01  MS125-REC.
           05  MS125-KEY                   PIC X(16).
           05  FILLER                      PIC X(87).
      *20261009追加終了
      *20261011追加開始
000000 FD  MS126
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITRNHIS".
       01  MS126-REC.
           05  MS126-KEY                   PIC X(29).
           05  FILLER                      PIC X(51).
      *20261011追加終了
      *20261011追加開始
000000 FD  MS127
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITRNCTL".
       01  MS127-REC.
           05  MS127-KEY                   PIC X(10).
           05  FILLER                      PIC X(81).
      *20261011追加終了
      *20261012追加開始
000000 FD  MS128
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIVNDDLV".
       01  MS128-REC.
           05  MS128-KEY                   PIC X(08).
           05  FILLER                      PIC X(72).
      *20261012追加終了
      *20261014追加開始
000000 FD  MS129
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICFGVER".
       01  MS129-REC.
           05  MS129-KEY                   PIC X(02).
           05  FILLER                      PIC X(78).
      *20261014追加終了
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000       05  FL-STS1                 PIC X(02).
000000       05  FL-STS2                 PIC 9(05).
000000   03  FL-END                      PIC 9(01).
000000   03  WK-JOBLG-CNT                PIC 9(09) VALUE ZERO.
000000   03  WK-FAIL-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-PROVEN-CNT               PIC 9(05) VALUE ZERO.
000000   03  WK-ABSENT-CNT               PIC 9(05) VALUE ZERO.
000000   03  WK-FILEID                   PIC X(08).
000000   03  WK-ACT                      PIC X(01).
000000   03  WK-FX                       PIC 9(03).
000000   03  WK-MX                       PIC 9(03).
000000   03  WK-SX                       PIC 9(03).
000000   03  SW-SKIP                     PIC 9(01).
000000   03  SW-TOTALS                   PIC 9(01) VALUE ZERO.
000000   03  WK-RELKEY                   PIC 9(09).
000000   03  WK-RECLEN                   PIC 9(05).
000000   03  WK-SEGPOS                   PIC 9(05).
000000   03  WK-FCNT                     PIC 9(09).
000000   03  WK-FHASH                    PIC 9(18).
000000   03  WK-MAN-TOTREC               PIC 9(09).
000000   03  WK-MAN-TOTFILE              PIC 9(09).
000000   03  WK-MAN-BUSDT                PIC 9(08) VALUE ZERO.
000000   03  WK-MAN-SUMREC               PIC 9(09) VALUE ZERO.
000000   03  WK-CONFIRM                  PIC X(03).
000000       88  WK-CONFIRMED            VALUE "YES".
000000   03  WK-DLC-OPID                 PIC X(08).
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *    the manifest as read, one entry per master, with
      *    what the archive trailer and the rebuilt file said
000000 01  WK-MAN-AREA.
000000   03  WK-MAN-CNT                  PIC 9(03) VALUE ZERO.
000000   03  WK-MAN-TBL OCCURS 150.
000000       05  WK-MAN-FILEID           PIC X(08).
000000       05  WK-MAN-ORG              PIC X(01).
000000       05  WK-MAN-RECLEN           PIC 9(05).
000000       05  WK-MAN-STATE            PIC X(01).
000000       05  WK-MAN-COUNT            PIC 9(09).
000000       05  WK-MAN-HASH             PIC 9(18).
000000       05  WK-MAN-SEEN             PIC 9(01).
000000       05  WK-MAN-ARCCNT           PIC 9(09).
000000       05  WK-MAN-ARCHASH          PIC 9(18).
000000       05  WK-MAN-LOADCNT          PIC 9(09).
000000       05  WK-MAN-LOADHASH         PIC 9(18).
000000       05  WK-MAN-FMTBAD           PIC 9(01).
      *    the masters this program can rebuild, in its own
      *    MSnnn file order
000000 01  WK-MST-NAMES.
000000   03  FILLER  PIC X(14) VALUE "RQHIBETUI00050".
000000   03  FILLER  PIC X(14) VALUE "RQKAISYUI00406".
000000   03  FILLER  PIC X(14) VALUE "VIACCTMSI00018".
000000   03  FILLER  PIC X(14) VALUE "VIALRTQ I00079".
000000   03  FILLER  PIC X(14) VALUE "VIARCCATI00049".
000000   03  FILLER  PIC X(14) VALUE "VIARLEDGI00098".
000000   03  FILLER  PIC X(14) VALUE "VIATTREGI00065".
      *20260930修正開始
      *    the archive carries a longer name by its
      *    first eight characters
000000   03  FILLER  PIC X(14) VALUE "VIAUDSEAI00049".
      *20260930修正終了
000000   03  FILLER  PIC X(14) VALUE "VIBANKMSI00045".
      *20260930修正開始
      *    the archive carries a longer name by its
      *    first eight characters
000000   03  FILLER  PIC X(14) VALUE "VIBLKRANI00026".
      *20260930修正終了
000000   03  FILLER  PIC X(14) VALUE "VIBLOCK I00110".
000000   03  FILLER  PIC X(14) VALUE "VIBUDGETI00031".
000000   03  FILLER  PIC X(14) VALUE "VICALENDI00009".
000000   03  FILLER  PIC X(14) VALUE "VICERTMSI00118".
000000   03  FILLER  PIC X(14) VALUE "VICHCMITI00077".
000000   03  FILLER  PIC X(14) VALUE "VICHNCYCI00005".
000000   03  FILLER  PIC X(14) VALUE "VICHNNELI00102".
000000   03  FILLER  PIC X(14) VALUE "VICHNOPNI00018".
000000   03  FILLER  PIC X(14) VALUE "VICHNURII00029".
000000   03  FILLER  PIC X(14) VALUE "VICHTIERI00019".
000000   03  FILLER  PIC X(14) VALUE "VICLSREQI00008".
000000   03  FILLER  PIC X(14) VALUE "VICMPGN I00127".
000000   03  FILLER  PIC X(14) VALUE "VICMPUSEI00057".
000000   03  FILLER  PIC X(14) VALUE "VICMTHISI00082".
000000   03  FILLER  PIC X(14) VALUE "VICODREGI00080".
000000   03  FILLER  PIC X(14) VALUE "VICRTMACI00068".
000000   03  FILLER  PIC X(14) VALUE "VIDEPTXNI00074".
000000   03  FILLER  PIC X(14) VALUE "VIDISPUTI00073".
000000   03  FILLER  PIC X(14) VALUE "VIDSTLOGI00066".
000000   03  FILLER  PIC X(14) VALUE "VIDSTRKYI00043".
000000   03  FILLER  PIC X(14) VALUE "VIDUPKEYI00035".
000000   03  FILLER  PIC X(14) VALUE "VIDWNLOGI00106".
000000   03  FILLER  PIC X(14) VALUE "VIERRCORI00023".
000000   03  FILLER  PIC X(14) VALUE "VIERRMSGI00112".
000000   03  FILLER  PIC X(14) VALUE "VIEVTCALI00093".
000000   03  FILLER  PIC X(14) VALUE "VIEXTDEFI00058".
000000   03  FILLER  PIC X(14) VALUE "VIFCNDTLI00085".
000000   03  FILLER  PIC X(14) VALUE "VIFCSTHSI00068".
000000   03  FILLER  PIC X(14) VALUE "VIFEPARVI00083".
000000   03  FILLER  PIC X(14) VALUE "VIFEPMSTI00084".
000000   03  FILLER  PIC X(14) VALUE "VIFLRDAYI00056".
000000   03  FILLER  PIC X(14) VALUE "VIFLTLDGI00048".
000000   03  FILLER  PIC X(14) VALUE "VIGAME  I00106".
000000   03  FILLER  PIC X(14) VALUE "VIGMRHISI08122".
000000   03  FILLER  PIC X(14) VALUE "VIGMRLEFI00026".
000000   03  FILLER  PIC X(14) VALUE "VIGMRULEI00106".
000000   03  FILLER  PIC X(14) VALUE "VIGMTYPEI00004".
000000   03  FILLER  PIC X(14) VALUE "VIGYOSYAI00108".
000000   03  FILLER  PIC X(14) VALUE "VIHANACCI00025".
000000   03  FILLER  PIC X(14) VALUE "VIHANRESI00027".
000000   03  FILLER  PIC X(14) VALUE "VIHATOU I00014".
000000   03  FILLER  PIC X(14) VALUE "VIHBTMONI00069".
000000   03  FILLER  PIC X(14) VALUE "VIHCHNURI00029".
000000   03  FILLER  PIC X(14) VALUE "VIHOLIDYI00009".
000000   03  FILLER  PIC X(14) VALUE "VIHURHISI00017".
000000   03  FILLER  PIC X(14) VALUE "VIIDXCATI08056".
000000   03  FILLER  PIC X(14) VALUE "VIINVREGI00055".
000000   03  FILLER  PIC X(14) VALUE "VIJIKPTNI00038".
000000   03  FILLER  PIC X(14) VALUE "VIJKPOOLI00200".
000000   03  FILLER  PIC X(14) VALUE "VIJOBLOGI00083".
000000   03  FILLER  PIC X(14) VALUE "VIKSZIDXI00032".
000000   03  FILLER  PIC X(14) VALUE "VILIABHSI00025".
000000   03  FILLER  PIC X(14) VALUE "VIMACASGI00041".
000000   03  FILLER  PIC X(14) VALUE "VIMACINVI00045".
000000   03  FILLER  PIC X(14) VALUE "VIMBRDEPI00125".
000000   03  FILLER  PIC X(14) VALUE "VIMSKRULI00059".
000000   03  FILLER  PIC X(14) VALUE "VIMSTPNDI00060".
000000   03  FILLER  PIC X(14) VALUE "VIMTRLSTI00108".
000000   03  FILLER  PIC X(14) VALUE "VIODDPUBI00056".
000000   03  FILLER  PIC X(14) VALUE "VIOPRMSTI00047".
000000   03  FILLER  PIC X(14) VALUE "VIPARTCTI00067".
000000   03  FILLER  PIC X(14) VALUE "VIPARTHSI00023".
000000   03  FILLER  PIC X(14) VALUE "VIPAYSTSI00057".
000000   03  FILLER  PIC X(14) VALUE "VIPAYVCHI00135".
000000   03  FILLER  PIC X(14) VALUE "VIPERIODI00031".
000000   03  FILLER  PIC X(14) VALUE "VIPNDAPRI00057".
000000   03  FILLER  PIC X(14) VALUE "VIPOBND I00063".
000000   03  FILLER  PIC X(14) VALUE "VIPORHISI00046".
000000   03  FILLER  PIC X(14) VALUE "VIPRZLDGI00092".
000000   03  FILLER  PIC X(14) VALUE "VIPRZMSTI00102".
000000   03  FILLER  PIC X(14) VALUE "VIQLTHISI00033".
000000   03  FILLER  PIC X(14) VALUE "VIRECITMI00165".
000000   03  FILLER  PIC X(14) VALUE "VIRELBATI00132".
000000   03  FILLER  PIC X(14) VALUE "VIRELCHNI00092".
000000   03  FILLER  PIC X(14) VALUE "VIRETENTI00019".
000000   03  FILLER  PIC X(14) VALUE "VIRPTDSTI00067".
000000   03  FILLER  PIC X(14) VALUE "VIRQQUE I00034".
000000   03  FILLER  PIC X(14) VALUE "VIRUNHISI00031".
000000   03  FILLER  PIC X(14) VALUE "VIRUNPRMI00048".
000000   03  FILLER  PIC X(14) VALUE "VIRUNSEQI00016".
000000   03  FILLER  PIC X(14) VALUE "VISCHEDLI00011".
000000   03  FILLER  PIC X(14) VALUE "VISETCHGI00092".
000000   03  FILLER  PIC X(14) VALUE "VISGPREVI00039".
000000   03  FILLER  PIC X(14) VALUE "VISNPGENI00100".
000000   03  FILLER  PIC X(14) VALUE "VISRVCASI00189".
000000   03  FILLER  PIC X(14) VALUE "VISTOPPYI00105".
000000   03  FILLER  PIC X(14) VALUE "VITAXRT I00012".
000000   03  FILLER  PIC X(14) VALUE "VITMBANDI00021".
000000   03  FILLER  PIC X(14) VALUE "VITSGSTGI00030".
000000   03  FILLER  PIC X(14) VALUE "VIURGRP I00016".
000000   03  FILLER  PIC X(14) VALUE "VIURIBA I00114".
000000   03  FILLER  PIC X(14) VALUE "VIVCHCTRI00024".
000000   03  FILLER  PIC X(14) VALUE "VIVINVRGI00052".
000000   03  FILLER  PIC X(14) VALUE "VIWINACCI00104".
000000   03  FILLER  PIC X(14) VALUE "VIWINHISI00020".
000000   03  FILLER  PIC X(14) VALUE "VIWINID I00196".
000000   03  FILLER  PIC X(14) VALUE "VIWURTAXI00058".
000000   03  FILLER  PIC X(14) VALUE "VIXMITRGI00058".
000000   03  FILLER  PIC X(14) VALUE "VIYECCTLI00026".
000000   03  FILLER  PIC X(14) VALUE "VIZENMAPI00099".
000000   03  FILLER  PIC X(14) VALUE "VRSGJYO R00061".
000000   03  FILLER  PIC X(14) VALUE "VRUNYKANR00410".
000000   03  FILLER  PIC X(14) VALUE "VTYUKSNPI00418".
000000   03  FILLER  PIC X(14) VALUE "VIREOHISI00070".
      *20260930追加開始
000000   03  FILLER  PIC X(14) VALUE "VIGROHISI00080".
      *20260930追加終了
      *20261001追加開始
000000   03  FILLER  PIC X(14) VALUE "VIHALLMSI00077".
      *20261001追加終了
      *20261001追加開始
000000   03  FILLER  PIC X(14) VALUE "VIHALLASI00051".
      *20261001追加終了
      *20261001追加開始
000000   03  FILLER  PIC X(14) VALUE "VICONHALI00079".
      *20261001追加終了
      *20261002追加開始
000000   03  FILLER  PIC X(14) VALUE "VIPARTSSI00182".
      *20261002追加終了
      *20261004追加開始
000000   03  FILLER  PIC X(14) VALUE "VILINEAGI00157".
      *20261004追加終了
      *20261005追加開始
000000   03  FILLER  PIC X(14) VALUE "VILGHOLDI00178".
      *20261005追加終了
      *20261005追加開始
000000   03  FILLER  PIC X(14) VALUE "VIDOCIDXI00148".
      *20261005追加終了
      *20261008追加開始
000000   03  FILLER  PIC X(14) VALUE "VIPPADJ I00160".
      *20261008追加終了
      *20261009追加開始
000000   03  FILLER  PIC X(14) VALUE "VISGNREQI00011".
      *20261009追加終了
      *20261009追加開始
000000   03  FILLER  PIC X(14) VALUE "VISGNOFFI00103".
      *20261009追加終了
      *20261011追加開始
000000   03  FILLER  PIC X(14) VALUE "VITRNHISI00080".
      *20261011追加終了
      *20261011追加開始
000000   03  FILLER  PIC X(14) VALUE "VITRNCTLI00091".
      *20261011追加終了
      *20261012追加開始
000000   03  FILLER  PIC X(14) VALUE "VIVNDDLVI00080".
      *20261012追加終了
      *20261014追加開始
000000   03  FILLER  PIC X(14) VALUE "VICFGVERI00080".
      *20261014追加終了
000000 01  WK-MST-AREA REDEFINES WK-MST-NAMES.
      *20261014修正開始
000000   03  WK-MST-TBL OCCURS 129.
      *20261014修正終了
000000       05  WK-MST-FILEID           PIC X(08).
000000       05  WK-MST-ORG              PIC X(01).
000000       05  WK-MST-RECLEN           PIC 9(05).
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
      *
      *    S000-RTN  -  the card and its operator first, then
      *    the manifest; nothing is touched until both hold
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000       OPEN  INPUT  DRLCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN735-01 DRLCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ DRLCARD AT END MOVE SPACE TO DLC-REC .
000000     MOVE DLC-CONFIRM TO WK-CONFIRM
000000     MOVE DLC-OPID TO WK-DLC-OPID
000000     CLOSE DRLCARD .
000000     IF WK-CONFIRMED GO TO CX00041.
000000     DISPLAY "HBHUN735-02 DRLCARD NOT CONFIRMED - NOTHING"
000000             " RELOADED" UPON CONSOLE
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN735-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000     MOVE WK-DLC-OPID TO WK-CHK-OPID
000000     MOVE "R" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     IF WK-OPR-OK = 1 GO TO CX00042.
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  DRMANIF .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN735-04 DRMANIF OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ DRMANIF AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM MAN-RTN THRU CX00025 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN735-05 DRMANIF READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
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
000000     CLOSE DRMANIF .
      *    a manifest without its totals row, or whose row
      *    count disagrees, was cut short on the way
000000     IF SW-TOTALS = 1 AND WK-MAN-TOTFILE = WK-MAN-CNT AND
000000        WK-MAN-TOTREC = WK-MAN-SUMREC
000000         GO TO CX00044.
000000     DISPLAY "HBHUN735-06 DRMANIF INCOMPLETE - ROWS="
000000             WK-MAN-CNT " TOTALS ROW=" WK-MAN-TOTFILE
000000             UPON CONSOLE
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "L" TO WK-ACT
000000     PERFORM CLR-RTN THRU CX00026 .
000000       OPEN  INPUT  DRARCHV .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00045.
000000         DISPLAY "HBHUN735-07 DRARCHV OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXDRVFY .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00046.
000000         DISPLAY "HBHUN735-08 EXDRVFY OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHUN735-09 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the archive, header by header: each
      *    master is rebuilt from empty and, at its trailer,
      *    closed and read back for its count and hash
000000 P000-RTN .
000000     MOVE 1 TO SW-SKIP .
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ DRARCHV AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     IF DRA-HEADER
000000         PERFORM HDR-RTN THRU CX00030 .
000000     IF DRA-DATA AND SW-SKIP = 0
000000         PERFORM DATA-RTN THRU CX00031 .
000000     IF DRA-TRAILER
000000         PERFORM TRL-RTN THRU CX00032 .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN735-11 DRARCHV READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
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
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  every manifest entry judged and
      *    reported
000000 P100-RTN .
000000     PERFORM VFY-RTN THRU CX00033
000000         VARYING WK-MX FROM 1 BY 1
000000         UNTIL WK-MX > WK-MAN-CNT .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN735-90 MASTERS=" WK-MAN-CNT
000000             " PROVEN=" WK-PROVEN-CNT
000000             " ABSENT=" WK-ABSENT-CNT
000000             " FAILED=" WK-FAIL-CNT
000000             " RECORDS=" WK-JOBLG-CNT UPON CONSOLE .
000000     MOVE "P" TO WK-ACT .
000000     IF WK-FAIL-CNT > ZERO
000000         MOVE "F" TO WK-ACT
000000         DISPLAY "HBHUN735-91 RELOAD NOT PROVEN - CHAIN STAYS"
000000                 " BLOCKED - SEE EXDRVFY" UPON CONSOLE .
000000     PERFORM CLR-RTN THRU CX00026 .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN735-12 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  DRARCHV  EXDRVFY .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN735-13 DRARCHV CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    MAN-RTN  -  one manifest row into the table; the
      *    totals row is held aside
000000 MAN-RTN .
000000     IF NOT(DRM-TOTALS)GO TO CX00034.
000000     MOVE 1 TO SW-TOTALS
000000     MOVE DRM-COUNT TO WK-MAN-TOTFILE
000000     MOVE DRM-HASH TO WK-MAN-TOTREC
000000     GO TO CX00025.
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-MAN-CNT < 150)GO TO CX00035.
000000     ADD 1 TO WK-MAN-CNT
000000     MOVE DRM-BUSDT TO WK-MAN-BUSDT
000000     INITIALIZE WK-MAN-TBL (WK-MAN-CNT)
000000     MOVE DRM-FILEID TO WK-MAN-FILEID (WK-MAN-CNT)
000000     MOVE DRM-ORG TO WK-MAN-ORG (WK-MAN-CNT)
000000     MOVE DRM-RECLEN TO WK-MAN-RECLEN (WK-MAN-CNT)
000000     MOVE DRM-STATE TO WK-MAN-STATE (WK-MAN-CNT)
000000     MOVE DRM-COUNT TO WK-MAN-COUNT (WK-MAN-CNT)
000000     MOVE DRM-HASH TO WK-MAN-HASH (WK-MAN-CNT)
000000     ADD DRM-COUNT TO WK-MAN-SUMREC
000000     GO TO CX00025.
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN735-14 DRMANIF OVER 150 MASTERS" UPON CONSOLE
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00025. EXIT.
      *
      *    CLR-RTN  -  the clearance record rewritten whole in
      *    the state WK-ACT names
000000 CLR-RTN .
           MOVE "CLR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT DRCLEAR .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00036.
000000         DISPLAY "HBHUN735-15 DRCLEAR OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE DRC-REC
000000     MOVE WK-ACT TO DRC-STATE
000000     MOVE WK-MAN-BUSDT TO DRC-BUSDT
000000     ACCEPT DRC-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT DRC-RUNTIME FROM TIME
000000     MOVE WK-DLC-OPID TO DRC-OPID
000000     MOVE WK-MAN-CNT TO DRC-FILES
000000     MOVE WK-FAIL-CNT TO DRC-FAILS
000000     WRITE DRC-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00037.
000000         DISPLAY "HBHUN735-16 DRCLEAR WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE DRCLEAR .
000000 CX00026. EXIT.
      *
      *    HDR-RTN  -  a master's header: known to the
      *    manifest and to this program, and present at the
      *    source, it is opened for rebuilding; otherwise its
      *    records are passed over and the verdict shows why
000000 HDR-RTN .
           MOVE "HDR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-SKIP
000000     MOVE DRA-FILEID TO WK-FILEID
000000     MOVE ZERO TO WK-MX
000000     MOVE ZERO TO WK-FX .
000000     PERFORM MSRCH-RTN THRU CX00038
000000         VARYING WK-SX FROM 1 BY 1
000000         UNTIL WK-SX > WK-MAN-CNT OR WK-MX > ZERO .
000000     PERFORM FSRCH-RTN THRU CX00039
000000         VARYING WK-SX FROM 1 BY 1
      *20261014修正開始
000000         UNTIL WK-SX > 129 OR WK-FX > ZERO .
      *20261014修正終了
000000     IF NOT(WK-MX = ZERO OR WK-FX = ZERO)GO TO CX00048.
000000     ADD 1 TO WK-FAIL-CNT
000000     DISPLAY "HBHUN735-51 " WK-FILEID
000000             " ON ARCHIVE BUT NOT RELOADABLE - MANIFEST="
000000             WK-MX " PROGRAM=" WK-FX UPON CONSOLE
000000     INITIALIZE EXDRV-REC
000000     MOVE WK-MAN-BUSDT TO EXDRV-BUSDT
000000     MOVE WK-FILEID TO EXDRV-FILEID
000000     MOVE DRA-H-ORG TO EXDRV-ORG
000000     MOVE DRA-H-STATE TO EXDRV-STATE
000000     MOVE "X" TO EXDRV-VERDICT
000000     PERFORM VFYW-RTN THRU CX00049 .
000000     GO TO CX00030.
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-MAN-SEEN (WK-MX) .
000000     IF DRA-H-ABSENT GO TO CX00030.
000000     IF NOT(DRA-H-RECLEN = WK-MST-RECLEN (WK-FX) AND
000000            DRA-H-ORG = WK-MST-ORG (WK-FX))GO TO CX00050.
000000     MOVE "O" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00090 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN735-17 " WK-FILEID " OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-MST-RECLEN (WK-FX) TO WK-RECLEN
000000     MOVE ZERO TO SW-SKIP .
000000     GO TO CX00030.
      *    the two sites disagree on the file's format: the
      *    master is left alone and fails its verdict
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-MAN-FMTBAD (WK-MX)
000000     DISPLAY "HBHUN735-52 " WK-FILEID
000000             " FORMAT DIFFERS FROM THIS SITE - NOT RELOADED"
000000             UPON CONSOLE .
000000 CX00030. EXIT.
      *
      *    MSRCH-RTN / FSRCH-RTN  -  the manifest entry and
      *    this program's file for the header's master
000000 MSRCH-RTN .
000000     IF WK-MAN-FILEID (WK-SX) = WK-FILEID
000000         MOVE WK-SX TO WK-MX .
000000 CX00038. EXIT.
000000 FSRCH-RTN .
000000     IF WK-MST-FILEID (WK-SX) = WK-FILEID
000000         MOVE WK-SX TO WK-FX .
000000 CX00039. EXIT.
      *
      *    DATA-RTN  -  one segment into the record image; the
      *    last segment writes the record to the master
000000 DATA-RTN .
000000     IF DRA-SEGNO = 1
000000         MOVE SPACE TO HSHC-IMAGE .
000000     COMPUTE WK-SEGPOS = (DRA-SEGNO - 1) * 500 + 1
000000     MOVE DRA-SEGDATA TO HSHC-IMAGE (WK-SEGPOS:500) .
000000     IF DRA-SEGNO < DRA-SEGCNT GO TO CX00031.
000000     MOVE DRA-SLOT TO WK-RELKEY
000000     MOVE "W" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00090 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN735-18 " WK-FILEID " WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT .
000000 CX00031. EXIT.
      *
      *    TRL-RTN  -  the archive's own count and hash are
      *    kept, and a rebuilt master is closed and read back
000000 TRL-RTN .
           MOVE "TRL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-MX = ZERO GO TO CX00032.
000000     MOVE DRA-T-COUNT TO WK-MAN-ARCCNT (WK-MX)
000000     MOVE DRA-T-HASH TO WK-MAN-ARCHASH (WK-MX) .
000000     IF SW-SKIP = 1 GO TO CX00032.
000000     MOVE "C" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00090 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN735-19 " WK-FILEID " CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FCNT
000000     MOVE ZERO TO WK-FHASH
000000     MOVE "V" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00090 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN735-20 " WK-FILEID " READ-BACK ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-FCNT TO WK-MAN-LOADCNT (WK-MX)
000000     MOVE WK-FHASH TO WK-MAN-LOADHASH (WK-MX)
000000     MOVE 1 TO SW-SKIP .
000000 CX00032. EXIT.
      *
      *    RBK-RTN  -  one rebuilt record read back into the
      *    count and hash
000000 RBK-RTN .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "02")
000000         GO TO CX00055.
000000         DISPLAY "HBHUN735-21 " WK-FILEID " READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-FCNT
000000     MOVE WK-RECLEN TO HSHC-RECLEN
000000     CALL "HSAAL150" USING HSHC-PARAM
000000     ADD HSHC-HASH TO WK-FHASH .
000000 CX00056. EXIT.
      *
      *    VFY-RTN  -  one manifest entry's verdict: absent at
      *    the source is nothing to prove; otherwise it must
      *    have come off the archive, the archive must agree
      *    with the manifest, and the rebuilt file with both
000000 VFY-RTN .
000000     INITIALIZE EXDRV-REC
000000     MOVE WK-MAN-BUSDT TO EXDRV-BUSDT
000000     MOVE WK-MAN-FILEID (WK-MX) TO EXDRV-FILEID
000000     MOVE WK-MAN-ORG (WK-MX) TO EXDRV-ORG
000000     MOVE WK-MAN-STATE (WK-MX) TO EXDRV-STATE
000000     MOVE WK-MAN-COUNT (WK-MX) TO EXDRV-MAN-COUNT
000000     MOVE WK-MAN-HASH (WK-MX) TO EXDRV-MAN-HASH
000000     MOVE WK-MAN-ARCCNT (WK-MX) TO EXDRV-ARC-COUNT
000000     MOVE WK-MAN-ARCHASH (WK-MX) TO EXDRV-ARC-HASH
000000     MOVE WK-MAN-LOADCNT (WK-MX) TO EXDRV-LOAD-COUNT
000000     MOVE WK-MAN-LOADHASH (WK-MX) TO EXDRV-LOAD-HASH
000000     MOVE "P" TO EXDRV-VERDICT .
000000     IF WK-MAN-STATE (WK-MX) = "A" AND
000000        WK-MAN-SEEN (WK-MX) = 1
000000         MOVE "A" TO EXDRV-VERDICT
000000         ADD 1 TO WK-ABSENT-CNT
000000         GO TO CX00067.
000000     IF WK-MAN-SEEN (WK-MX) = ZERO
000000         MOVE "M" TO EXDRV-VERDICT
000000         GO TO CX00067.
000000     IF WK-MAN-FMTBAD (WK-MX) = 1
000000         MOVE "F" TO EXDRV-VERDICT
000000         GO TO CX00067.
000000     IF NOT(EXDRV-ARC-COUNT = EXDRV-MAN-COUNT AND
000000            EXDRV-ARC-HASH = EXDRV-MAN-HASH)
000000         MOVE "T" TO EXDRV-VERDICT
000000         GO TO CX00067.
000000     IF NOT(EXDRV-LOAD-COUNT = EXDRV-MAN-COUNT)
000000         MOVE "C" TO EXDRV-VERDICT
000000         GO TO CX00067.
000000     IF NOT(EXDRV-LOAD-HASH = EXDRV-MAN-HASH)
000000         MOVE "H" TO EXDRV-VERDICT .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF EXDRV-PROVEN
000000         ADD 1 TO WK-PROVEN-CNT .
000000     IF NOT(EXDRV-PROVEN OR EXDRV-ABSENT)
000000         ADD 1 TO WK-FAIL-CNT
000000         DISPLAY "HBHUN735-53 " EXDRV-FILEID
000000                 " NOT PROVEN - VERDICT " EXDRV-VERDICT
000000                 UPON CONSOLE .
000000     PERFORM VFYW-RTN THRU CX00049 .
000000 CX00033. EXIT.
      *
      *    VFYW-RTN  -  one EXDRVFY row
000000 VFYW-RTN .
000000     WRITE EXDRV-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN735-22 EXDRVFY WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00049. EXIT.
      *
      *    DISP-RTN  -  the action WK-ACT names (O open for
      *    rebuilding, W write the record image, C close, V
      *    read back) on master WK-FX; the status is left in
      *    FL-STS1 for the caller
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
000000     IF WK-FX = 17 GO TO CX01171.
000000     IF WK-FX = 18 GO TO CX01181.
000000     IF WK-FX = 19 GO TO CX01191.
000000     IF WK-FX = 20 GO TO CX01201.
000000     IF WK-FX = 21 GO TO CX01211.
000000     IF WK-FX = 22 GO TO CX01221.
000000     IF WK-FX = 23 GO TO CX01231.
000000     IF WK-FX = 24 GO TO CX01241.
000000     IF WK-FX = 25 GO TO CX01251.
000000     IF WK-FX = 26 GO TO CX01261.
000000     IF WK-FX = 27 GO TO CX01271.
000000     IF WK-FX = 28 GO TO CX01281.
000000     IF WK-FX = 29 GO TO CX01291.
000000     IF WK-FX = 30 GO TO CX01301.
000000     IF WK-FX = 31 GO TO CX01311.
000000     IF WK-FX = 32 GO TO CX01321.
000000     IF WK-FX = 33 GO TO CX01331.
000000     IF WK-FX = 34 GO TO CX01341.
000000     IF WK-FX = 35 GO TO CX01351.
000000     IF WK-FX = 36 GO TO CX01361.
000000     IF WK-FX = 37 GO TO CX01371.
000000     IF WK-FX = 38 GO TO CX01381.
000000     IF WK-FX = 39 GO TO CX01391.
000000     IF WK-FX = 40 GO TO CX01401.
000000     IF WK-FX = 41 GO TO CX01411.
000000     IF WK-FX = 42 GO TO CX01421.
000000     IF WK-FX = 43 GO TO CX01431.
000000     IF WK-FX = 44 GO TO CX01441.
000000     IF WK-FX = 45 GO TO CX01451.
000000     IF WK-FX = 46 GO TO CX01461.
000000     IF WK-FX = 47 GO TO CX01471.
000000     IF WK-FX = 48 GO TO CX01481.
000000     IF WK-FX = 49 GO TO CX01491.
000000     IF WK-FX = 50 GO TO CX01501.
000000     IF WK-FX = 51 GO TO CX01511.
000000     IF WK-FX = 52 GO TO CX01521.
000000     IF WK-FX = 53 GO TO CX01531.
000000     IF WK-FX = 54 GO TO CX01541.
000000     IF WK-FX = 55 GO TO CX01551.
000000     IF WK-FX = 56 GO TO CX01561.
000000     IF WK-FX = 57 GO TO CX01571.
000000     IF WK-FX = 58 GO TO CX01581.
000000     IF WK-FX = 59 GO TO CX01591.
000000     IF WK-FX = 60 GO TO CX01601.
000000     IF WK-FX = 61 GO TO CX01611.
000000     IF WK-FX = 62 GO TO CX01621.
000000     IF WK-FX = 63 GO TO CX01631.
000000     IF WK-FX = 64 GO TO CX01641.
000000     IF WK-FX = 65 GO TO CX01651.
000000     IF WK-FX = 66 GO TO CX01661.
000000     IF WK-FX = 67 GO TO CX01671.
000000     IF WK-FX = 68 GO TO CX01681.
000000     IF WK-FX = 69 GO TO CX01691.
000000     IF WK-FX = 70 GO TO CX01701.
000000     IF WK-FX = 71 GO TO CX01711.
000000     IF WK-FX = 72 GO TO CX01721.
000000     IF WK-FX = 73 GO TO CX01731.
000000     IF WK-FX = 74 GO TO CX01741.
000000     IF WK-FX = 75 GO TO CX01751.
000000     IF WK-FX = 76 GO TO CX01761.
000000     IF WK-FX = 77 GO TO CX01771.
000000     IF WK-FX = 78 GO TO CX01781.
000000     IF WK-FX = 79 GO TO CX01791.
000000     IF WK-FX = 80 GO TO CX01801.
000000     IF WK-FX = 81 GO TO CX01811.
000000     IF WK-FX = 82 GO TO CX01821.
000000     IF WK-FX = 83 GO TO CX01831.
000000     IF WK-FX = 84 GO TO CX01841.
000000     IF WK-FX = 85 GO TO CX01851.
000000     IF WK-FX = 86 GO TO CX01861.
000000     IF WK-FX = 87 GO TO CX01871.
000000     IF WK-FX = 88 GO TO CX01881.
000000     IF WK-FX = 89 GO TO CX01891.
000000     IF WK-FX = 90 GO TO CX01901.
000000     IF WK-FX = 91 GO TO CX01911.
000000     IF WK-FX = 92 GO TO CX01921.
000000     IF WK-FX = 93 GO TO CX01931.
000000     IF WK-FX = 94 GO TO CX01941.
000000     IF WK-FX = 95 GO TO CX01951.
000000     IF WK-FX = 96 GO TO CX01961.
000000     IF WK-FX = 97 GO TO CX01971.
000000     IF WK-FX = 98 GO TO CX01981.
000000     IF WK-FX = 99 GO TO CX01991.
000000     IF WK-FX = 100 GO TO CX02001.
000000     IF WK-FX = 101 GO TO CX02011.
000000     IF WK-FX = 102 GO TO CX02021.
000000     IF WK-FX = 103 GO TO CX02031.
000000     IF WK-FX = 104 GO TO CX02041.
000000     IF WK-FX = 105 GO TO CX02051.
000000     IF WK-FX = 106 GO TO CX02061.
000000     IF WK-FX = 107 GO TO CX02071.
000000     IF WK-FX = 108 GO TO CX02081.
000000     IF WK-FX = 109 GO TO CX02091.
000000     IF WK-FX = 110 GO TO CX02101.
000000     IF WK-FX = 111 GO TO CX02111.
000000     IF WK-FX = 112 GO TO CX02121.
000000     IF WK-FX = 113 GO TO CX02131.
000000     IF WK-FX = 114 GO TO CX02141.
      *20260930追加開始
000000     IF WK-FX = 115 GO TO CX02151.
      *20260930追加終了
      *20261001追加開始
000000     IF WK-FX = 116 GO TO CX02161.
      *20261001追加終了
      *20261001追加開始
000000     IF WK-FX = 117 GO TO CX02171.
      *20261001追加終了
      *20261001追加開始
000000     IF WK-FX = 118 GO TO CX02181.
      *20261001追加終了
      *20261002追加開始
000000     IF WK-FX = 119 GO TO CX02191.
      *20261002追加終了
      *20261004追加開始
000000     IF WK-FX = 120 GO TO CX02201.
      *20261004追加終了
      *20261005追加開始
000000     IF WK-FX = 121 GO TO CX02211.
      *20261005追加終了
      *20261005追加開始
000000     IF WK-FX = 122 GO TO CX02221.
      *20261005追加終了
      *20261008追加開始
000000     IF WK-FX = 123 GO TO CX02231.
      *20261008追加終了
      *20261009追加開始
000000     IF WK-FX = 124 GO TO CX02241.
      *20261009追加終了
      *20261009追加開始
000000     IF WK-FX = 125 GO TO CX02251.
      *20261009追加終了
      *20261011追加開始
000000     IF WK-FX = 126 GO TO CX02261.
      *20261011追加終了
      *20261011追加開始
000000     IF WK-FX = 127 GO TO CX02271.
      *20261011追加終了
      *20261012追加開始
000000     IF WK-FX = 128 GO TO CX02281.
      *20261012追加終了
      *20261014追加開始
000000     IF WK-FX = 129 GO TO CX02291.
      *20261014追加終了
000000     GO TO CX00090.
      *    RQHIBETU  indexed      50 bytes
000000 CX01011.
           MOVE "CX01011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01012.
000000     OPEN OUTPUT MS001 .
000000     GO TO CX00090.
000000 CX01012.
           MOVE "CX01012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01013.
000000     MOVE HSHC-IMAGE TO MS001-REC
000000     WRITE MS001-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01013.
           MOVE "CX01013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01014.
000000     CLOSE MS001 .
000000     GO TO CX00090.
000000 CX01014.
           MOVE "CX01014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS001 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01015.
           MOVE "CX01015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS001 NEXT AT END GO TO CX01016.
000000     MOVE MS001-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01015.
000000 CX01016.
           MOVE "CX01016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS001 .
000000     GO TO CX00090.
      *    RQKAISYU  indexed     406 bytes
000000 CX01021.
           MOVE "CX01021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01022.
000000     OPEN OUTPUT MS002 .
000000     GO TO CX00090.
000000 CX01022.
           MOVE "CX01022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01023.
000000     MOVE HSHC-IMAGE TO MS002-REC
000000     WRITE MS002-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01023.
           MOVE "CX01023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01024.
000000     CLOSE MS002 .
000000     GO TO CX00090.
000000 CX01024.
           MOVE "CX01024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS002 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01025.
           MOVE "CX01025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS002 NEXT AT END GO TO CX01026.
000000     MOVE MS002-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01025.
000000 CX01026.
           MOVE "CX01026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS002 .
000000     GO TO CX00090.
      *    VIACCTMS  indexed      18 bytes
000000 CX01031.
           MOVE "CX01031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01032.
000000     OPEN OUTPUT MS003 .
000000     GO TO CX00090.
000000 CX01032.
           MOVE "CX01032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01033.
000000     MOVE HSHC-IMAGE TO MS003-REC
000000     WRITE MS003-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01033.
           MOVE "CX01033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01034.
000000     CLOSE MS003 .
000000     GO TO CX00090.
000000 CX01034.
           MOVE "CX01034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS003 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01035.
           MOVE "CX01035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS003 NEXT AT END GO TO CX01036.
000000     MOVE MS003-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01035.
000000 CX01036.
           MOVE "CX01036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS003 .
000000     GO TO CX00090.
      *    VIALRTQ   indexed      79 bytes
000000 CX01041.
           MOVE "CX01041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01042.
000000     OPEN OUTPUT MS004 .
000000     GO TO CX00090.
000000 CX01042.
           MOVE "CX01042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01043.
000000     MOVE HSHC-IMAGE TO MS004-REC
000000     WRITE MS004-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01043.
           MOVE "CX01043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01044.
000000     CLOSE MS004 .
000000     GO TO CX00090.
000000 CX01044.
           MOVE "CX01044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS004 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01045.
           MOVE "CX01045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS004 NEXT AT END GO TO CX01046.
000000     MOVE MS004-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01045.
000000 CX01046.
           MOVE "CX01046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS004 .
000000     GO TO CX00090.
      *    VIARCCAT  indexed      49 bytes
000000 CX01051.
           MOVE "CX01051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01052.
000000     OPEN OUTPUT MS005 .
000000     GO TO CX00090.
000000 CX01052.
           MOVE "CX01052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01053.
000000     MOVE HSHC-IMAGE TO MS005-REC
000000     WRITE MS005-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01053.
           MOVE "CX01053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01054.
000000     CLOSE MS005 .
000000     GO TO CX00090.
000000 CX01054.
           MOVE "CX01054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS005 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01055.
           MOVE "CX01055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS005 NEXT AT END GO TO CX01056.
000000     MOVE MS005-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01055.
000000 CX01056.
           MOVE "CX01056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS005 .
000000     GO TO CX00090.
      *    VIARLEDG  indexed      98 bytes
000000 CX01061.
           MOVE "CX01061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01062.
000000     OPEN OUTPUT MS006 .
000000     GO TO CX00090.
000000 CX01062.
           MOVE "CX01062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01063.
000000     MOVE HSHC-IMAGE TO MS006-REC
000000     WRITE MS006-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01063.
           MOVE "CX01063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01064.
000000     CLOSE MS006 .
000000     GO TO CX00090.
000000 CX01064.
           MOVE "CX01064" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS006 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01065.
           MOVE "CX01065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS006 NEXT AT END GO TO CX01066.
000000     MOVE MS006-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01065.
000000 CX01066.
           MOVE "CX01066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS006 .
000000     GO TO CX00090.
      *    VIATTREG  indexed      65 bytes
000000 CX01071.
           MOVE "CX01071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01072.
000000     OPEN OUTPUT MS007 .
000000     GO TO CX00090.
000000 CX01072.
           MOVE "CX01072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01073.
000000     MOVE HSHC-IMAGE TO MS007-REC
000000     WRITE MS007-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01073.
           MOVE "CX01073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01074.
000000     CLOSE MS007 .
000000     GO TO CX00090.
000000 CX01074.
           MOVE "CX01074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS007 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01075.
           MOVE "CX01075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS007 NEXT AT END GO TO CX01076.
000000     MOVE MS007-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01075.
000000 CX01076.
           MOVE "CX01076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS007 .
000000     GO TO CX00090.
      *    VIAUDSEAL  indexed      49 bytes
000000 CX01081.
           MOVE "CX01081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01082.
000000     OPEN OUTPUT MS008 .
000000     GO TO CX00090.
000000 CX01082.
           MOVE "CX01082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01083.
000000     MOVE HSHC-IMAGE TO MS008-REC
000000     WRITE MS008-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01083.
           MOVE "CX01083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01084.
000000     CLOSE MS008 .
000000     GO TO CX00090.
000000 CX01084.
           MOVE "CX01084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS008 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01085.
           MOVE "CX01085" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS008 NEXT AT END GO TO CX01086.
000000     MOVE MS008-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01085.
000000 CX01086.
           MOVE "CX01086" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS008 .
000000     GO TO CX00090.
      *    VIBANKMS  indexed      45 bytes
000000 CX01091.
           MOVE "CX01091" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01092.
000000     OPEN OUTPUT MS009 .
000000     GO TO CX00090.
000000 CX01092.
           MOVE "CX01092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01093.
000000     MOVE HSHC-IMAGE TO MS009-REC
000000     WRITE MS009-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01093.
           MOVE "CX01093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01094.
000000     CLOSE MS009 .
000000     GO TO CX00090.
000000 CX01094.
           MOVE "CX01094" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS009 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01095.
           MOVE "CX01095" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS009 NEXT AT END GO TO CX01096.
000000     MOVE MS009-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01095.
000000 CX01096.
           MOVE "CX01096" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS009 .
000000     GO TO CX00090.
      *    VIBLKRANK  indexed      26 bytes
000000 CX01101.
           MOVE "CX01101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01102.
000000     OPEN OUTPUT MS010 .
000000     GO TO CX00090.
000000 CX01102.
           MOVE "CX01102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01103.
000000     MOVE HSHC-IMAGE TO MS010-REC
000000     WRITE MS010-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01103.
           MOVE "CX01103" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01104.
000000     CLOSE MS010 .
000000     GO TO CX00090.
000000 CX01104.
           MOVE "CX01104" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS010 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01105.
           MOVE "CX01105" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS010 NEXT AT END GO TO CX01106.
000000     MOVE MS010-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01105.
000000 CX01106.
           MOVE "CX01106" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS010 .
000000     GO TO CX00090.
      *    VIBLOCK   indexed     110 bytes
000000 CX01111.
           MOVE "CX01111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01112.
000000     OPEN OUTPUT MS011 .
000000     GO TO CX00090.
000000 CX01112.
           MOVE "CX01112" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01113.
000000     MOVE HSHC-IMAGE TO MS011-REC
000000     WRITE MS011-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01113.
           MOVE "CX01113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01114.
000000     CLOSE MS011 .
000000     GO TO CX00090.
000000 CX01114.
           MOVE "CX01114" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS011 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01115.
           MOVE "CX01115" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS011 NEXT AT END GO TO CX01116.
000000     MOVE MS011-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01115.
000000 CX01116.
           MOVE "CX01116" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS011 .
000000     GO TO CX00090.
      *    VIBUDGET  indexed      31 bytes
000000 CX01121.
           MOVE "CX01121" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01122.
000000     OPEN OUTPUT MS012 .
000000     GO TO CX00090.
000000 CX01122.
           MOVE "CX01122" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01123.
000000     MOVE HSHC-IMAGE TO MS012-REC
000000     WRITE MS012-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01123.
           MOVE "CX01123" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01124.
000000     CLOSE MS012 .
000000     GO TO CX00090.
000000 CX01124.
           MOVE "CX01124" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS012 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01125.
           MOVE "CX01125" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS012 NEXT AT END GO TO CX01126.
000000     MOVE MS012-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01125.
000000 CX01126.
           MOVE "CX01126" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS012 .
000000     GO TO CX00090.
      *    VICALEND  indexed       9 bytes
000000 CX01131.
           MOVE "CX01131" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01132.
000000     OPEN OUTPUT MS013 .
000000     GO TO CX00090.
000000 CX01132.
           MOVE "CX01132" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01133.
000000     MOVE HSHC-IMAGE TO MS013-REC
000000     WRITE MS013-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01133.
           MOVE "CX01133" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01134.
000000     CLOSE MS013 .
000000     GO TO CX00090.
000000 CX01134.
           MOVE "CX01134" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS013 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01135.
           MOVE "CX01135" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS013 NEXT AT END GO TO CX01136.
000000     MOVE MS013-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01135.
000000 CX01136.
           MOVE "CX01136" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS013 .
000000     GO TO CX00090.
      *    VICERTMS  indexed     118 bytes
000000 CX01141.
           MOVE "CX01141" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01142.
000000     OPEN OUTPUT MS014 .
000000     GO TO CX00090.
000000 CX01142.
           MOVE "CX01142" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01143.
000000     MOVE HSHC-IMAGE TO MS014-REC
000000     WRITE MS014-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01143.
           MOVE "CX01143" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01144.
000000     CLOSE MS014 .
000000     GO TO CX00090.
000000 CX01144.
           MOVE "CX01144" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS014 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01145.
           MOVE "CX01145" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS014 NEXT AT END GO TO CX01146.
000000     MOVE MS014-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01145.
000000 CX01146.
           MOVE "CX01146" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS014 .
000000     GO TO CX00090.
      *    VICHCMIT  indexed      77 bytes
000000 CX01151.
           MOVE "CX01151" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01152.
000000     OPEN OUTPUT MS015 .
000000     GO TO CX00090.
000000 CX01152.
           MOVE "CX01152" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01153.
000000     MOVE HSHC-IMAGE TO MS015-REC
000000     WRITE MS015-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01153.
           MOVE "CX01153" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01154.
000000     CLOSE MS015 .
000000     GO TO CX00090.
000000 CX01154.
           MOVE "CX01154" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS015 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01155.
           MOVE "CX01155" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS015 NEXT AT END GO TO CX01156.
000000     MOVE MS015-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01155.
000000 CX01156.
           MOVE "CX01156" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS015 .
000000     GO TO CX00090.
      *    VICHNCYC  indexed       5 bytes
000000 CX01161.
           MOVE "CX01161" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01162.
000000     OPEN OUTPUT MS016 .
000000     GO TO CX00090.
000000 CX01162.
           MOVE "CX01162" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01163.
000000     MOVE HSHC-IMAGE TO MS016-REC
000000     WRITE MS016-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01163.
           MOVE "CX01163" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01164.
000000     CLOSE MS016 .
000000     GO TO CX00090.
000000 CX01164.
           MOVE "CX01164" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS016 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01165.
           MOVE "CX01165" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS016 NEXT AT END GO TO CX01166.
000000     MOVE MS016-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01165.
000000 CX01166.
           MOVE "CX01166" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS016 .
000000     GO TO CX00090.
      *    VICHNNEL  indexed     102 bytes
000000 CX01171.
           MOVE "CX01171" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01172.
000000     OPEN OUTPUT MS017 .
000000     GO TO CX00090.
000000 CX01172.
           MOVE "CX01172" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01173.
000000     MOVE HSHC-IMAGE TO MS017-REC
000000     WRITE MS017-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01173.
           MOVE "CX01173" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01174.
000000     CLOSE MS017 .
000000     GO TO CX00090.
000000 CX01174.
           MOVE "CX01174" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS017 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01175.
           MOVE "CX01175" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS017 NEXT AT END GO TO CX01176.
000000     MOVE MS017-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01175.
000000 CX01176.
           MOVE "CX01176" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS017 .
000000     GO TO CX00090.
      *    VICHNOPN  indexed      18 bytes
000000 CX01181.
           MOVE "CX01181" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01182.
000000     OPEN OUTPUT MS018 .
000000     GO TO CX00090.
000000 CX01182.
           MOVE "CX01182" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01183.
000000     MOVE HSHC-IMAGE TO MS018-REC
000000     WRITE MS018-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01183.
           MOVE "CX01183" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01184.
000000     CLOSE MS018 .
000000     GO TO CX00090.
000000 CX01184.
           MOVE "CX01184" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS018 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01185.
           MOVE "CX01185" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS018 NEXT AT END GO TO CX01186.
000000     MOVE MS018-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01185.
000000 CX01186.
           MOVE "CX01186" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS018 .
000000     GO TO CX00090.
      *    VICHNURI  indexed      29 bytes
000000 CX01191.
           MOVE "CX01191" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01192.
000000     OPEN OUTPUT MS019 .
000000     GO TO CX00090.
000000 CX01192.
           MOVE "CX01192" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01193.
000000     MOVE HSHC-IMAGE TO MS019-REC
000000     WRITE MS019-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01193.
           MOVE "CX01193" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01194.
000000     CLOSE MS019 .
000000     GO TO CX00090.
000000 CX01194.
           MOVE "CX01194" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS019 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01195.
           MOVE "CX01195" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS019 NEXT AT END GO TO CX01196.
000000     MOVE MS019-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01195.
000000 CX01196.
           MOVE "CX01196" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS019 .
000000     GO TO CX00090.
      *    VICHTIER  indexed      19 bytes
000000 CX01201.
           MOVE "CX01201" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01202.
000000     OPEN OUTPUT MS020 .
000000     GO TO CX00090.
000000 CX01202.
           MOVE "CX01202" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01203.
000000     MOVE HSHC-IMAGE TO MS020-REC
000000     WRITE MS020-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01203.
           MOVE "CX01203" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01204.
000000     CLOSE MS020 .
000000     GO TO CX00090.
000000 CX01204.
           MOVE "CX01204" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS020 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01205.
           MOVE "CX01205" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS020 NEXT AT END GO TO CX01206.
000000     MOVE MS020-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01205.
000000 CX01206.
           MOVE "CX01206" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS020 .
000000     GO TO CX00090.
      *    VICLSREQ  indexed       8 bytes
000000 CX01211.
           MOVE "CX01211" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01212.
000000     OPEN OUTPUT MS021 .
000000     GO TO CX00090.
000000 CX01212.
           MOVE "CX01212" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01213.
000000     MOVE HSHC-IMAGE TO MS021-REC
000000     WRITE MS021-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01213.
           MOVE "CX01213" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01214.
000000     CLOSE MS021 .
000000     GO TO CX00090.
000000 CX01214.
           MOVE "CX01214" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS021 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01215.
           MOVE "CX01215" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS021 NEXT AT END GO TO CX01216.
000000     MOVE MS021-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01215.
000000 CX01216.
           MOVE "CX01216" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS021 .
000000     GO TO CX00090.
      *    VICMPGN   indexed     127 bytes
000000 CX01221.
           MOVE "CX01221" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01222.
000000     OPEN OUTPUT MS022 .
000000     GO TO CX00090.
000000 CX01222.
           MOVE "CX01222" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01223.
000000     MOVE HSHC-IMAGE TO MS022-REC
000000     WRITE MS022-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01223.
           MOVE "CX01223" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01224.
000000     CLOSE MS022 .
000000     GO TO CX00090.
000000 CX01224.
           MOVE "CX01224" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS022 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01225.
           MOVE "CX01225" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS022 NEXT AT END GO TO CX01226.
000000     MOVE MS022-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01225.
000000 CX01226.
           MOVE "CX01226" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS022 .
000000     GO TO CX00090.
      *    VICMPUSE  indexed      57 bytes
000000 CX01231.
           MOVE "CX01231" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01232.
000000     OPEN OUTPUT MS023 .
000000     GO TO CX00090.
000000 CX01232.
           MOVE "CX01232" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01233.
000000     MOVE HSHC-IMAGE TO MS023-REC
000000     WRITE MS023-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01233.
           MOVE "CX01233" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01234.
000000     CLOSE MS023 .
000000     GO TO CX00090.
000000 CX01234.
           MOVE "CX01234" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS023 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01235.
           MOVE "CX01235" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS023 NEXT AT END GO TO CX01236.
000000     MOVE MS023-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01235.
000000 CX01236.
           MOVE "CX01236" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS023 .
000000     GO TO CX00090.
      *    VICMTHIS  indexed      82 bytes
000000 CX01241.
           MOVE "CX01241" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01242.
000000     OPEN OUTPUT MS024 .
000000     GO TO CX00090.
000000 CX01242.
           MOVE "CX01242" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01243.
000000     MOVE HSHC-IMAGE TO MS024-REC
000000     WRITE MS024-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01243.
           MOVE "CX01243" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01244.
000000     CLOSE MS024 .
000000     GO TO CX00090.
000000 CX01244.
           MOVE "CX01244" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS024 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01245.
           MOVE "CX01245" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS024 NEXT AT END GO TO CX01246.
000000     MOVE MS024-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01245.
000000 CX01246.
           MOVE "CX01246" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS024 .
000000     GO TO CX00090.
      *    VICODREG  indexed      80 bytes
000000 CX01251.
           MOVE "CX01251" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01252.
000000     OPEN OUTPUT MS025 .
000000     GO TO CX00090.
000000 CX01252.
           MOVE "CX01252" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01253.
000000     MOVE HSHC-IMAGE TO MS025-REC
000000     WRITE MS025-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01253.
           MOVE "CX01253" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01254.
000000     CLOSE MS025 .
000000     GO TO CX00090.
000000 CX01254.
           MOVE "CX01254" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS025 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01255.
           MOVE "CX01255" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS025 NEXT AT END GO TO CX01256.
000000     MOVE MS025-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01255.
000000 CX01256.
           MOVE "CX01256" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS025 .
000000     GO TO CX00090.
      *    VICRTMAC  indexed      68 bytes
000000 CX01261.
           MOVE "CX01261" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01262.
000000     OPEN OUTPUT MS026 .
000000     GO TO CX00090.
000000 CX01262.
           MOVE "CX01262" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01263.
000000     MOVE HSHC-IMAGE TO MS026-REC
000000     WRITE MS026-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01263.
           MOVE "CX01263" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01264.
000000     CLOSE MS026 .
000000     GO TO CX00090.
000000 CX01264.
           MOVE "CX01264" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS026 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01265.
           MOVE "CX01265" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS026 NEXT AT END GO TO CX01266.
000000     MOVE MS026-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01265.
000000 CX01266.
           MOVE "CX01266" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS026 .
000000     GO TO CX00090.
      *    VIDEPTXN  indexed      74 bytes
000000 CX01271.
           MOVE "CX01271" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01272.
000000     OPEN OUTPUT MS027 .
000000     GO TO CX00090.
000000 CX01272.
           MOVE "CX01272" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01273.
000000     MOVE HSHC-IMAGE TO MS027-REC
000000     WRITE MS027-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01273.
           MOVE "CX01273" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01274.
000000     CLOSE MS027 .
000000     GO TO CX00090.
000000 CX01274.
           MOVE "CX01274" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS027 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01275.
           MOVE "CX01275" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS027 NEXT AT END GO TO CX01276.
000000     MOVE MS027-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01275.
000000 CX01276.
           MOVE "CX01276" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS027 .
000000     GO TO CX00090.
      *    VIDISPUT  indexed      73 bytes
000000 CX01281.
           MOVE "CX01281" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01282.
000000     OPEN OUTPUT MS028 .
000000     GO TO CX00090.
000000 CX01282.
           MOVE "CX01282" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01283.
000000     MOVE HSHC-IMAGE TO MS028-REC
000000     WRITE MS028-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01283.
           MOVE "CX01283" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01284.
000000     CLOSE MS028 .
000000     GO TO CX00090.
000000 CX01284.
           MOVE "CX01284" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS028 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01285.
           MOVE "CX01285" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS028 NEXT AT END GO TO CX01286.
000000     MOVE MS028-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01285.
000000 CX01286.
           MOVE "CX01286" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS028 .
000000     GO TO CX00090.
      *    VIDSTLOG  indexed      66 bytes
000000 CX01291.
           MOVE "CX01291" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01292.
000000     OPEN OUTPUT MS029 .
000000     GO TO CX00090.
000000 CX01292.
           MOVE "CX01292" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01293.
000000     MOVE HSHC-IMAGE TO MS029-REC
000000     WRITE MS029-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01293.
           MOVE "CX01293" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01294.
000000     CLOSE MS029 .
000000     GO TO CX00090.
000000 CX01294.
           MOVE "CX01294" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS029 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01295.
           MOVE "CX01295" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS029 NEXT AT END GO TO CX01296.
000000     MOVE MS029-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01295.
000000 CX01296.
           MOVE "CX01296" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS029 .
000000     GO TO CX00090.
      *    VIDSTRKY  indexed      43 bytes
000000 CX01301.
           MOVE "CX01301" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01302.
000000     OPEN OUTPUT MS030 .
000000     GO TO CX00090.
000000 CX01302.
           MOVE "CX01302" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01303.
000000     MOVE HSHC-IMAGE TO MS030-REC
000000     WRITE MS030-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01303.
           MOVE "CX01303" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01304.
000000     CLOSE MS030 .
000000     GO TO CX00090.
000000 CX01304.
           MOVE "CX01304" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS030 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01305.
           MOVE "CX01305" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS030 NEXT AT END GO TO CX01306.
000000     MOVE MS030-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01305.
000000 CX01306.
           MOVE "CX01306" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS030 .
000000     GO TO CX00090.
      *    VIDUPKEY  indexed      35 bytes
000000 CX01311.
           MOVE "CX01311" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01312.
000000     OPEN OUTPUT MS031 .
000000     GO TO CX00090.
000000 CX01312.
           MOVE "CX01312" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01313.
000000     MOVE HSHC-IMAGE TO MS031-REC
000000     WRITE MS031-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01313.
           MOVE "CX01313" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01314.
000000     CLOSE MS031 .
000000     GO TO CX00090.
000000 CX01314.
           MOVE "CX01314" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS031 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01315.
           MOVE "CX01315" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS031 NEXT AT END GO TO CX01316.
000000     MOVE MS031-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01315.
000000 CX01316.
           MOVE "CX01316" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS031 .
000000     GO TO CX00090.
      *    VIDWNLOG  indexed     106 bytes
000000 CX01321.
           MOVE "CX01321" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01322.
000000     OPEN OUTPUT MS032 .
000000     GO TO CX00090.
000000 CX01322.
           MOVE "CX01322" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01323.
000000     MOVE HSHC-IMAGE TO MS032-REC
000000     WRITE MS032-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01323.
           MOVE "CX01323" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01324.
000000     CLOSE MS032 .
000000     GO TO CX00090.
000000 CX01324.
           MOVE "CX01324" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS032 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01325.
           MOVE "CX01325" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS032 NEXT AT END GO TO CX01326.
000000     MOVE MS032-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01325.
000000 CX01326.
           MOVE "CX01326" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS032 .
000000     GO TO CX00090.
      *    VIERRCOR  indexed      23 bytes
000000 CX01331.
           MOVE "CX01331" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01332.
000000     OPEN OUTPUT MS033 .
000000     GO TO CX00090.
000000 CX01332.
           MOVE "CX01332" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01333.
000000     MOVE HSHC-IMAGE TO MS033-REC
000000     WRITE MS033-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01333.
           MOVE "CX01333" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01334.
000000     CLOSE MS033 .
000000     GO TO CX00090.
000000 CX01334.
           MOVE "CX01334" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS033 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01335.
           MOVE "CX01335" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS033 NEXT AT END GO TO CX01336.
000000     MOVE MS033-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01335.
000000 CX01336.
           MOVE "CX01336" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS033 .
000000     GO TO CX00090.
      *    VIERRMSG  indexed     112 bytes
000000 CX01341.
           MOVE "CX01341" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01342.
000000     OPEN OUTPUT MS034 .
000000     GO TO CX00090.
000000 CX01342.
           MOVE "CX01342" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01343.
000000     MOVE HSHC-IMAGE TO MS034-REC
000000     WRITE MS034-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01343.
           MOVE "CX01343" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01344.
000000     CLOSE MS034 .
000000     GO TO CX00090.
000000 CX01344.
           MOVE "CX01344" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS034 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01345.
           MOVE "CX01345" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS034 NEXT AT END GO TO CX01346.
000000     MOVE MS034-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01345.
000000 CX01346.
           MOVE "CX01346" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS034 .
000000     GO TO CX00090.
      *    VIEVTCAL  indexed      93 bytes
000000 CX01351.
           MOVE "CX01351" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01352.
000000     OPEN OUTPUT MS035 .
000000     GO TO CX00090.
000000 CX01352.
           MOVE "CX01352" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01353.
000000     MOVE HSHC-IMAGE TO MS035-REC
000000     WRITE MS035-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01353.
           MOVE "CX01353" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01354.
000000     CLOSE MS035 .
000000     GO TO CX00090.
000000 CX01354.
           MOVE "CX01354" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS035 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01355.
           MOVE "CX01355" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS035 NEXT AT END GO TO CX01356.
000000     MOVE MS035-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01355.
000000 CX01356.
           MOVE "CX01356" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS035 .
000000     GO TO CX00090.
      *    VIEXTDEF  indexed      58 bytes
000000 CX01361.
           MOVE "CX01361" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01362.
000000     OPEN OUTPUT MS036 .
000000     GO TO CX00090.
000000 CX01362.
           MOVE "CX01362" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01363.
000000     MOVE HSHC-IMAGE TO MS036-REC
000000     WRITE MS036-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01363.
           MOVE "CX01363" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01364.
000000     CLOSE MS036 .
000000     GO TO CX00090.
000000 CX01364.
           MOVE "CX01364" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS036 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01365.
           MOVE "CX01365" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS036 NEXT AT END GO TO CX01366.
000000     MOVE MS036-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01365.
000000 CX01366.
           MOVE "CX01366" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS036 .
000000     GO TO CX00090.
      *    VIFCNDTL  indexed      85 bytes
000000 CX01371.
           MOVE "CX01371" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01372.
000000     OPEN OUTPUT MS037 .
000000     GO TO CX00090.
000000 CX01372.
           MOVE "CX01372" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01373.
000000     MOVE HSHC-IMAGE TO MS037-REC
000000     WRITE MS037-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01373.
           MOVE "CX01373" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01374.
000000     CLOSE MS037 .
000000     GO TO CX00090.
000000 CX01374.
           MOVE "CX01374" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS037 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01375.
           MOVE "CX01375" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS037 NEXT AT END GO TO CX01376.
000000     MOVE MS037-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01375.
000000 CX01376.
           MOVE "CX01376" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS037 .
000000     GO TO CX00090.
      *    VIFCSTHS  indexed      68 bytes
000000 CX01381.
           MOVE "CX01381" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01382.
000000     OPEN OUTPUT MS038 .
000000     GO TO CX00090.
000000 CX01382.
           MOVE "CX01382" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01383.
000000     MOVE HSHC-IMAGE TO MS038-REC
000000     WRITE MS038-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01383.
           MOVE "CX01383" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01384.
000000     CLOSE MS038 .
000000     GO TO CX00090.
000000 CX01384.
           MOVE "CX01384" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS038 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01385.
           MOVE "CX01385" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS038 NEXT AT END GO TO CX01386.
000000     MOVE MS038-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01385.
000000 CX01386.
           MOVE "CX01386" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS038 .
000000     GO TO CX00090.
      *    VIFEPARV  indexed      83 bytes
000000 CX01391.
           MOVE "CX01391" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01392.
000000     OPEN OUTPUT MS039 .
000000     GO TO CX00090.
000000 CX01392.
           MOVE "CX01392" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01393.
000000     MOVE HSHC-IMAGE TO MS039-REC
000000     WRITE MS039-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01393.
           MOVE "CX01393" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01394.
000000     CLOSE MS039 .
000000     GO TO CX00090.
000000 CX01394.
           MOVE "CX01394" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS039 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01395.
           MOVE "CX01395" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS039 NEXT AT END GO TO CX01396.
000000     MOVE MS039-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01395.
000000 CX01396.
           MOVE "CX01396" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS039 .
000000     GO TO CX00090.
      *    VIFEPMST  indexed      84 bytes
000000 CX01401.
           MOVE "CX01401" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01402.
000000     OPEN OUTPUT MS040 .
000000     GO TO CX00090.
000000 CX01402.
           MOVE "CX01402" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01403.
000000     MOVE HSHC-IMAGE TO MS040-REC
000000     WRITE MS040-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01403.
           MOVE "CX01403" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01404.
000000     CLOSE MS040 .
000000     GO TO CX00090.
000000 CX01404.
           MOVE "CX01404" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS040 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01405.
           MOVE "CX01405" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS040 NEXT AT END GO TO CX01406.
000000     MOVE MS040-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01405.
000000 CX01406.
           MOVE "CX01406" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS040 .
000000     GO TO CX00090.
      *    VIFLRDAY  indexed      56 bytes
000000 CX01411.
           MOVE "CX01411" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01412.
000000     OPEN OUTPUT MS041 .
000000     GO TO CX00090.
000000 CX01412.
           MOVE "CX01412" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01413.
000000     MOVE HSHC-IMAGE TO MS041-REC
000000     WRITE MS041-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01413.
           MOVE "CX01413" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01414.
000000     CLOSE MS041 .
000000     GO TO CX00090.
000000 CX01414.
           MOVE "CX01414" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS041 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01415.
           MOVE "CX01415" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS041 NEXT AT END GO TO CX01416.
000000     MOVE MS041-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01415.
000000 CX01416.
           MOVE "CX01416" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS041 .
000000     GO TO CX00090.
      *    VIFLTLDG  indexed      48 bytes
000000 CX01421.
           MOVE "CX01421" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01422.
000000     OPEN OUTPUT MS042 .
000000     GO TO CX00090.
000000 CX01422.
           MOVE "CX01422" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01423.
000000     MOVE HSHC-IMAGE TO MS042-REC
000000     WRITE MS042-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01423.
           MOVE "CX01423" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01424.
000000     CLOSE MS042 .
000000     GO TO CX00090.
000000 CX01424.
           MOVE "CX01424" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS042 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01425.
           MOVE "CX01425" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS042 NEXT AT END GO TO CX01426.
000000     MOVE MS042-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01425.
000000 CX01426.
           MOVE "CX01426" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS042 .
000000     GO TO CX00090.
      *    VIGAME    indexed     106 bytes
000000 CX01431.
           MOVE "CX01431" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01432.
000000     OPEN OUTPUT MS043 .
000000     GO TO CX00090.
000000 CX01432.
           MOVE "CX01432" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01433.
000000     MOVE HSHC-IMAGE TO MS043-REC
000000     WRITE MS043-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01433.
           MOVE "CX01433" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01434.
000000     CLOSE MS043 .
000000     GO TO CX00090.
000000 CX01434.
           MOVE "CX01434" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS043 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01435.
           MOVE "CX01435" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS043 NEXT AT END GO TO CX01436.
000000     MOVE MS043-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01435.
000000 CX01436.
           MOVE "CX01436" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS043 .
000000     GO TO CX00090.
      *    VIGMRHIS  indexed    8122 bytes
000000 CX01441.
           MOVE "CX01441" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01442.
000000     OPEN OUTPUT MS044 .
000000     GO TO CX00090.
000000 CX01442.
           MOVE "CX01442" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01443.
000000     MOVE HSHC-IMAGE TO MS044-REC
000000     WRITE MS044-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01443.
           MOVE "CX01443" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01444.
000000     CLOSE MS044 .
000000     GO TO CX00090.
000000 CX01444.
           MOVE "CX01444" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS044 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01445.
           MOVE "CX01445" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS044 NEXT AT END GO TO CX01446.
000000     MOVE MS044-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01445.
000000 CX01446.
           MOVE "CX01446" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS044 .
000000     GO TO CX00090.
      *    VIGMRLEF  indexed      26 bytes
000000 CX01451.
           MOVE "CX01451" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01452.
000000     OPEN OUTPUT MS045 .
000000     GO TO CX00090.
000000 CX01452.
           MOVE "CX01452" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01453.
000000     MOVE HSHC-IMAGE TO MS045-REC
000000     WRITE MS045-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01453.
           MOVE "CX01453" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01454.
000000     CLOSE MS045 .
000000     GO TO CX00090.
000000 CX01454.
           MOVE "CX01454" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS045 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01455.
           MOVE "CX01455" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS045 NEXT AT END GO TO CX01456.
000000     MOVE MS045-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01455.
000000 CX01456.
           MOVE "CX01456" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS045 .
000000     GO TO CX00090.
      *    VIGMRULE  indexed     106 bytes
000000 CX01461.
           MOVE "CX01461" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01462.
000000     OPEN OUTPUT MS046 .
000000     GO TO CX00090.
000000 CX01462.
           MOVE "CX01462" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01463.
000000     MOVE HSHC-IMAGE TO MS046-REC
000000     WRITE MS046-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01463.
           MOVE "CX01463" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01464.
000000     CLOSE MS046 .
000000     GO TO CX00090.
000000 CX01464.
           MOVE "CX01464" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS046 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01465.
           MOVE "CX01465" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS046 NEXT AT END GO TO CX01466.
000000     MOVE MS046-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01465.
000000 CX01466.
           MOVE "CX01466" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS046 .
000000     GO TO CX00090.
      *    VIGMTYPE  indexed       4 bytes
000000 CX01471.
           MOVE "CX01471" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01472.
000000     OPEN OUTPUT MS047 .
000000     GO TO CX00090.
000000 CX01472.
           MOVE "CX01472" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01473.
000000     MOVE HSHC-IMAGE TO MS047-REC
000000     WRITE MS047-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01473.
           MOVE "CX01473" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01474.
000000     CLOSE MS047 .
000000     GO TO CX00090.
000000 CX01474.
           MOVE "CX01474" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS047 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01475.
           MOVE "CX01475" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS047 NEXT AT END GO TO CX01476.
000000     MOVE MS047-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01475.
000000 CX01476.
           MOVE "CX01476" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS047 .
000000     GO TO CX00090.
      *    VIGYOSYA  indexed     108 bytes
000000 CX01481.
           MOVE "CX01481" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01482.
000000     OPEN OUTPUT MS048 .
000000     GO TO CX00090.
000000 CX01482.
           MOVE "CX01482" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01483.
000000     MOVE HSHC-IMAGE TO MS048-REC
000000     WRITE MS048-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01483.
           MOVE "CX01483" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01484.
000000     CLOSE MS048 .
000000     GO TO CX00090.
000000 CX01484.
           MOVE "CX01484" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS048 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01485.
           MOVE "CX01485" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS048 NEXT AT END GO TO CX01486.
000000     MOVE MS048-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01485.
000000 CX01486.
           MOVE "CX01486" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS048 .
000000     GO TO CX00090.
      *    VIHANACC  indexed      25 bytes
000000 CX01491.
           MOVE "CX01491" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01492.
000000     OPEN OUTPUT MS049 .
000000     GO TO CX00090.
000000 CX01492.
           MOVE "CX01492" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01493.
000000     MOVE HSHC-IMAGE TO MS049-REC
000000     WRITE MS049-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01493.
           MOVE "CX01493" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01494.
000000     CLOSE MS049 .
000000     GO TO CX00090.
000000 CX01494.
           MOVE "CX01494" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS049 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01495.
           MOVE "CX01495" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS049 NEXT AT END GO TO CX01496.
000000     MOVE MS049-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01495.
000000 CX01496.
           MOVE "CX01496" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS049 .
000000     GO TO CX00090.
      *    VIHANRES  indexed      27 bytes
000000 CX01501.
           MOVE "CX01501" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01502.
000000     OPEN OUTPUT MS050 .
000000     GO TO CX00090.
000000 CX01502.
           MOVE "CX01502" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01503.
000000     MOVE HSHC-IMAGE TO MS050-REC
000000     WRITE MS050-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01503.
           MOVE "CX01503" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01504.
000000     CLOSE MS050 .
000000     GO TO CX00090.
000000 CX01504.
           MOVE "CX01504" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS050 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01505.
           MOVE "CX01505" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS050 NEXT AT END GO TO CX01506.
000000     MOVE MS050-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01505.
000000 CX01506.
           MOVE "CX01506" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS050 .
000000     GO TO CX00090.
      *    VIHATOU   indexed      14 bytes
000000 CX01511.
           MOVE "CX01511" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01512.
000000     OPEN OUTPUT MS051 .
000000     GO TO CX00090.
000000 CX01512.
           MOVE "CX01512" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01513.
000000     MOVE HSHC-IMAGE TO MS051-REC
000000     WRITE MS051-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01513.
           MOVE "CX01513" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01514.
000000     CLOSE MS051 .
000000     GO TO CX00090.
000000 CX01514.
           MOVE "CX01514" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS051 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01515.
           MOVE "CX01515" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS051 NEXT AT END GO TO CX01516.
000000     MOVE MS051-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01515.
000000 CX01516.
           MOVE "CX01516" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS051 .
000000     GO TO CX00090.
      *    VIHBTMON  indexed      69 bytes
000000 CX01521.
           MOVE "CX01521" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01522.
000000     OPEN OUTPUT MS052 .
000000     GO TO CX00090.
000000 CX01522.
           MOVE "CX01522" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01523.
000000     MOVE HSHC-IMAGE TO MS052-REC
000000     WRITE MS052-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01523.
           MOVE "CX01523" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01524.
000000     CLOSE MS052 .
000000     GO TO CX00090.
000000 CX01524.
           MOVE "CX01524" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS052 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01525.
           MOVE "CX01525" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS052 NEXT AT END GO TO CX01526.
000000     MOVE MS052-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01525.
000000 CX01526.
           MOVE "CX01526" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS052 .
000000     GO TO CX00090.
      *    VIHCHNUR  indexed      29 bytes
000000 CX01531.
           MOVE "CX01531" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01532.
000000     OPEN OUTPUT MS053 .
000000     GO TO CX00090.
000000 CX01532.
           MOVE "CX01532" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01533.
000000     MOVE HSHC-IMAGE TO MS053-REC
000000     WRITE MS053-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01533.
           MOVE "CX01533" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01534.
000000     CLOSE MS053 .
000000     GO TO CX00090.
000000 CX01534.
           MOVE "CX01534" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS053 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01535.
           MOVE "CX01535" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS053 NEXT AT END GO TO CX01536.
000000     MOVE MS053-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01535.
000000 CX01536.
           MOVE "CX01536" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS053 .
000000     GO TO CX00090.
      *    VIHOLIDY  indexed       9 bytes
000000 CX01541.
           MOVE "CX01541" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01542.
000000     OPEN OUTPUT MS054 .
000000     GO TO CX00090.
000000 CX01542.
           MOVE "CX01542" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01543.
000000     MOVE HSHC-IMAGE TO MS054-REC
000000     WRITE MS054-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01543.
           MOVE "CX01543" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01544.
000000     CLOSE MS054 .
000000     GO TO CX00090.
000000 CX01544.
           MOVE "CX01544" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS054 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01545.
           MOVE "CX01545" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS054 NEXT AT END GO TO CX01546.
000000     MOVE MS054-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01545.
000000 CX01546.
           MOVE "CX01546" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS054 .
000000     GO TO CX00090.
      *    VIHURHIS  indexed      17 bytes
000000 CX01551.
           MOVE "CX01551" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01552.
000000     OPEN OUTPUT MS055 .
000000     GO TO CX00090.
000000 CX01552.
           MOVE "CX01552" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01553.
000000     MOVE HSHC-IMAGE TO MS055-REC
000000     WRITE MS055-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01553.
           MOVE "CX01553" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01554.
000000     CLOSE MS055 .
000000     GO TO CX00090.
000000 CX01554.
           MOVE "CX01554" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS055 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01555.
           MOVE "CX01555" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS055 NEXT AT END GO TO CX01556.
000000     MOVE MS055-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01555.
000000 CX01556.
           MOVE "CX01556" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS055 .
000000     GO TO CX00090.
      *    VIIDXCAT  indexed    8056 bytes
000000 CX01561.
           MOVE "CX01561" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01562.
000000     OPEN OUTPUT MS056 .
000000     GO TO CX00090.
000000 CX01562.
           MOVE "CX01562" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01563.
000000     MOVE HSHC-IMAGE TO MS056-REC
000000     WRITE MS056-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01563.
           MOVE "CX01563" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01564.
000000     CLOSE MS056 .
000000     GO TO CX00090.
000000 CX01564.
           MOVE "CX01564" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS056 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01565.
           MOVE "CX01565" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS056 NEXT AT END GO TO CX01566.
000000     MOVE MS056-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01565.
000000 CX01566.
           MOVE "CX01566" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS056 .
000000     GO TO CX00090.
      *    VIINVREG  indexed      55 bytes
000000 CX01571.
           MOVE "CX01571" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01572.
000000     OPEN OUTPUT MS057 .
000000     GO TO CX00090.
000000 CX01572.
           MOVE "CX01572" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01573.
000000     MOVE HSHC-IMAGE TO MS057-REC
000000     WRITE MS057-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01573.
           MOVE "CX01573" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01574.
000000     CLOSE MS057 .
000000     GO TO CX00090.
000000 CX01574.
           MOVE "CX01574" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS057 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01575.
           MOVE "CX01575" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS057 NEXT AT END GO TO CX01576.
000000     MOVE MS057-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01575.
000000 CX01576.
           MOVE "CX01576" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS057 .
000000     GO TO CX00090.
      *    VIJIKPTN  indexed      38 bytes
000000 CX01581.
           MOVE "CX01581" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01582.
000000     OPEN OUTPUT MS058 .
000000     GO TO CX00090.
000000 CX01582.
           MOVE "CX01582" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01583.
000000     MOVE HSHC-IMAGE TO MS058-REC
000000     WRITE MS058-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01583.
           MOVE "CX01583" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01584.
000000     CLOSE MS058 .
000000     GO TO CX00090.
000000 CX01584.
           MOVE "CX01584" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS058 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01585.
           MOVE "CX01585" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS058 NEXT AT END GO TO CX01586.
000000     MOVE MS058-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01585.
000000 CX01586.
           MOVE "CX01586" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS058 .
000000     GO TO CX00090.
      *    VIJKPOOL  indexed     200 bytes
000000 CX01591.
           MOVE "CX01591" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01592.
000000     OPEN OUTPUT MS059 .
000000     GO TO CX00090.
000000 CX01592.
           MOVE "CX01592" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01593.
000000     MOVE HSHC-IMAGE TO MS059-REC
000000     WRITE MS059-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01593.
           MOVE "CX01593" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01594.
000000     CLOSE MS059 .
000000     GO TO CX00090.
000000 CX01594.
           MOVE "CX01594" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS059 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01595.
           MOVE "CX01595" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS059 NEXT AT END GO TO CX01596.
000000     MOVE MS059-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01595.
000000 CX01596.
           MOVE "CX01596" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS059 .
000000     GO TO CX00090.
      *    VIJOBLOG  indexed      83 bytes
000000 CX01601.
           MOVE "CX01601" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01602.
000000     OPEN OUTPUT MS060 .
000000     GO TO CX00090.
000000 CX01602.
           MOVE "CX01602" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01603.
000000     MOVE HSHC-IMAGE TO MS060-REC
000000     WRITE MS060-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01603.
           MOVE "CX01603" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01604.
000000     CLOSE MS060 .
000000     GO TO CX00090.
000000 CX01604.
           MOVE "CX01604" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS060 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01605.
           MOVE "CX01605" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS060 NEXT AT END GO TO CX01606.
000000     MOVE MS060-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01605.
000000 CX01606.
           MOVE "CX01606" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS060 .
000000     GO TO CX00090.
      *    VIKSZIDX  indexed      32 bytes
000000 CX01611.
           MOVE "CX01611" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01612.
000000     OPEN OUTPUT MS061 .
000000     GO TO CX00090.
000000 CX01612.
           MOVE "CX01612" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01613.
000000     MOVE HSHC-IMAGE TO MS061-REC
000000     WRITE MS061-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01613.
           MOVE "CX01613" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01614.
000000     CLOSE MS061 .
000000     GO TO CX00090.
000000 CX01614.
           MOVE "CX01614" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS061 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01615.
           MOVE "CX01615" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS061 NEXT AT END GO TO CX01616.
000000     MOVE MS061-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01615.
000000 CX01616.
           MOVE "CX01616" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS061 .
000000     GO TO CX00090.
      *    VILIABHS  indexed      25 bytes
000000 CX01621.
           MOVE "CX01621" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01622.
000000     OPEN OUTPUT MS062 .
000000     GO TO CX00090.
000000 CX01622.
           MOVE "CX01622" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01623.
000000     MOVE HSHC-IMAGE TO MS062-REC
000000     WRITE MS062-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01623.
           MOVE "CX01623" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01624.
000000     CLOSE MS062 .
000000     GO TO CX00090.
000000 CX01624.
           MOVE "CX01624" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS062 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01625.
           MOVE "CX01625" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS062 NEXT AT END GO TO CX01626.
000000     MOVE MS062-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01625.
000000 CX01626.
           MOVE "CX01626" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS062 .
000000     GO TO CX00090.
      *    VIMACASG  indexed      41 bytes
000000 CX01631.
           MOVE "CX01631" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01632.
000000     OPEN OUTPUT MS063 .
000000     GO TO CX00090.
000000 CX01632.
           MOVE "CX01632" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01633.
000000     MOVE HSHC-IMAGE TO MS063-REC
000000     WRITE MS063-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01633.
           MOVE "CX01633" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01634.
000000     CLOSE MS063 .
000000     GO TO CX00090.
000000 CX01634.
           MOVE "CX01634" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS063 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01635.
           MOVE "CX01635" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS063 NEXT AT END GO TO CX01636.
000000     MOVE MS063-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01635.
000000 CX01636.
           MOVE "CX01636" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS063 .
000000     GO TO CX00090.
      *    VIMACINV  indexed      45 bytes
000000 CX01641.
           MOVE "CX01641" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01642.
000000     OPEN OUTPUT MS064 .
000000     GO TO CX00090.
000000 CX01642.
           MOVE "CX01642" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01643.
000000     MOVE HSHC-IMAGE TO MS064-REC
000000     WRITE MS064-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01643.
           MOVE "CX01643" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01644.
000000     CLOSE MS064 .
000000     GO TO CX00090.
000000 CX01644.
           MOVE "CX01644" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS064 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01645.
           MOVE "CX01645" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS064 NEXT AT END GO TO CX01646.
000000     MOVE MS064-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01645.
000000 CX01646.
           MOVE "CX01646" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS064 .
000000     GO TO CX00090.
      *    VIMBRDEP  indexed     125 bytes
000000 CX01651.
           MOVE "CX01651" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01652.
000000     OPEN OUTPUT MS065 .
000000     GO TO CX00090.
000000 CX01652.
           MOVE "CX01652" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01653.
000000     MOVE HSHC-IMAGE TO MS065-REC
000000     WRITE MS065-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01653.
           MOVE "CX01653" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01654.
000000     CLOSE MS065 .
000000     GO TO CX00090.
000000 CX01654.
           MOVE "CX01654" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS065 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01655.
           MOVE "CX01655" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS065 NEXT AT END GO TO CX01656.
000000     MOVE MS065-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01655.
000000 CX01656.
           MOVE "CX01656" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS065 .
000000     GO TO CX00090.
      *    VIMSKRUL  indexed      59 bytes
000000 CX01661.
           MOVE "CX01661" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01662.
000000     OPEN OUTPUT MS066 .
000000     GO TO CX00090.
000000 CX01662.
           MOVE "CX01662" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01663.
000000     MOVE HSHC-IMAGE TO MS066-REC
000000     WRITE MS066-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01663.
           MOVE "CX01663" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01664.
000000     CLOSE MS066 .
000000     GO TO CX00090.
000000 CX01664.
           MOVE "CX01664" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS066 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01665.
           MOVE "CX01665" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS066 NEXT AT END GO TO CX01666.
000000     MOVE MS066-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01665.
000000 CX01666.
           MOVE "CX01666" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS066 .
000000     GO TO CX00090.
      *    VIMSTPND  indexed      60 bytes
000000 CX01671.
           MOVE "CX01671" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01672.
000000     OPEN OUTPUT MS067 .
000000     GO TO CX00090.
000000 CX01672.
           MOVE "CX01672" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01673.
000000     MOVE HSHC-IMAGE TO MS067-REC
000000     WRITE MS067-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01673.
           MOVE "CX01673" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01674.
000000     CLOSE MS067 .
000000     GO TO CX00090.
000000 CX01674.
           MOVE "CX01674" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS067 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01675.
           MOVE "CX01675" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS067 NEXT AT END GO TO CX01676.
000000     MOVE MS067-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01675.
000000 CX01676.
           MOVE "CX01676" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS067 .
000000     GO TO CX00090.
      *    VIMTRLST  indexed     108 bytes
000000 CX01681.
           MOVE "CX01681" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01682.
000000     OPEN OUTPUT MS068 .
000000     GO TO CX00090.
000000 CX01682.
           MOVE "CX01682" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01683.
000000     MOVE HSHC-IMAGE TO MS068-REC
000000     WRITE MS068-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01683.
           MOVE "CX01683" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01684.
000000     CLOSE MS068 .
000000     GO TO CX00090.
000000 CX01684.
           MOVE "CX01684" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS068 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01685.
           MOVE "CX01685" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS068 NEXT AT END GO TO CX01686.
000000     MOVE MS068-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01685.
000000 CX01686.
           MOVE "CX01686" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS068 .
000000     GO TO CX00090.
      *    VIODDPUB  indexed      56 bytes
000000 CX01691.
           MOVE "CX01691" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01692.
000000     OPEN OUTPUT MS069 .
000000     GO TO CX00090.
000000 CX01692.
           MOVE "CX01692" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01693.
000000     MOVE HSHC-IMAGE TO MS069-REC
000000     WRITE MS069-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01693.
           MOVE "CX01693" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01694.
000000     CLOSE MS069 .
000000     GO TO CX00090.
000000 CX01694.
           MOVE "CX01694" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS069 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01695.
           MOVE "CX01695" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS069 NEXT AT END GO TO CX01696.
000000     MOVE MS069-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01695.
000000 CX01696.
           MOVE "CX01696" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS069 .
000000     GO TO CX00090.
      *    VIOPRMST  indexed      47 bytes
000000 CX01701.
           MOVE "CX01701" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01702.
000000     OPEN OUTPUT MS070 .
000000     GO TO CX00090.
000000 CX01702.
           MOVE "CX01702" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01703.
000000     MOVE HSHC-IMAGE TO MS070-REC
000000     WRITE MS070-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01703.
           MOVE "CX01703" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01704.
000000     CLOSE MS070 .
000000     GO TO CX00090.
000000 CX01704.
           MOVE "CX01704" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS070 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01705.
           MOVE "CX01705" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS070 NEXT AT END GO TO CX01706.
000000     MOVE MS070-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01705.
000000 CX01706.
           MOVE "CX01706" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS070 .
000000     GO TO CX00090.
      *    VIPARTCT  indexed      67 bytes
000000 CX01711.
           MOVE "CX01711" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01712.
000000     OPEN OUTPUT MS071 .
000000     GO TO CX00090.
000000 CX01712.
           MOVE "CX01712" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01713.
000000     MOVE HSHC-IMAGE TO MS071-REC
000000     WRITE MS071-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01713.
           MOVE "CX01713" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01714.
000000     CLOSE MS071 .
000000     GO TO CX00090.
000000 CX01714.
           MOVE "CX01714" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS071 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01715.
           MOVE "CX01715" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS071 NEXT AT END GO TO CX01716.
000000     MOVE MS071-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01715.
000000 CX01716.
           MOVE "CX01716" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS071 .
000000     GO TO CX00090.
      *    VIPARTHS  indexed      23 bytes
000000 CX01721.
           MOVE "CX01721" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01722.
000000     OPEN OUTPUT MS072 .
000000     GO TO CX00090.
000000 CX01722.
           MOVE "CX01722" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01723.
000000     MOVE HSHC-IMAGE TO MS072-REC
000000     WRITE MS072-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01723.
           MOVE "CX01723" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01724.
000000     CLOSE MS072 .
000000     GO TO CX00090.
000000 CX01724.
           MOVE "CX01724" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS072 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01725.
           MOVE "CX01725" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS072 NEXT AT END GO TO CX01726.
000000     MOVE MS072-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01725.
000000 CX01726.
           MOVE "CX01726" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS072 .
000000     GO TO CX00090.
      *    VIPAYSTS  indexed      57 bytes
000000 CX01731.
           MOVE "CX01731" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01732.
000000     OPEN OUTPUT MS073 .
000000     GO TO CX00090.
000000 CX01732.
           MOVE "CX01732" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01733.
000000     MOVE HSHC-IMAGE TO MS073-REC
000000     WRITE MS073-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01733.
           MOVE "CX01733" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01734.
000000     CLOSE MS073 .
000000     GO TO CX00090.
000000 CX01734.
           MOVE "CX01734" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS073 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01735.
           MOVE "CX01735" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS073 NEXT AT END GO TO CX01736.
000000     MOVE MS073-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01735.
000000 CX01736.
           MOVE "CX01736" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS073 .
000000     GO TO CX00090.
      *    VIPAYVCH  indexed     135 bytes
000000 CX01741.
           MOVE "CX01741" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01742.
000000     OPEN OUTPUT MS074 .
000000     GO TO CX00090.
000000 CX01742.
           MOVE "CX01742" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01743.
000000     MOVE HSHC-IMAGE TO MS074-REC
000000     WRITE MS074-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01743.
           MOVE "CX01743" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01744.
000000     CLOSE MS074 .
000000     GO TO CX00090.
000000 CX01744.
           MOVE "CX01744" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS074 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01745.
           MOVE "CX01745" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS074 NEXT AT END GO TO CX01746.
000000     MOVE MS074-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01745.
000000 CX01746.
           MOVE "CX01746" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS074 .
000000     GO TO CX00090.
      *    VIPERIOD  indexed      31 bytes
000000 CX01751.
           MOVE "CX01751" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01752.
000000     OPEN OUTPUT MS075 .
000000     GO TO CX00090.
000000 CX01752.
           MOVE "CX01752" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01753.
000000     MOVE HSHC-IMAGE TO MS075-REC
000000     WRITE MS075-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01753.
           MOVE "CX01753" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01754.
000000     CLOSE MS075 .
000000     GO TO CX00090.
000000 CX01754.
           MOVE "CX01754" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS075 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01755.
           MOVE "CX01755" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS075 NEXT AT END GO TO CX01756.
000000     MOVE MS075-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01755.
000000 CX01756.
           MOVE "CX01756" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS075 .
000000     GO TO CX00090.
      *    VIPNDAPR  indexed      57 bytes
000000 CX01761.
           MOVE "CX01761" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01762.
000000     OPEN OUTPUT MS076 .
000000     GO TO CX00090.
000000 CX01762.
           MOVE "CX01762" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01763.
000000     MOVE HSHC-IMAGE TO MS076-REC
000000     WRITE MS076-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01763.
           MOVE "CX01763" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01764.
000000     CLOSE MS076 .
000000     GO TO CX00090.
000000 CX01764.
           MOVE "CX01764" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS076 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01765.
           MOVE "CX01765" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS076 NEXT AT END GO TO CX01766.
000000     MOVE MS076-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01765.
000000 CX01766.
           MOVE "CX01766" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS076 .
000000     GO TO CX00090.
      *    VIPOBND   indexed      63 bytes
000000 CX01771.
           MOVE "CX01771" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01772.
000000     OPEN OUTPUT MS077 .
000000     GO TO CX00090.
000000 CX01772.
           MOVE "CX01772" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01773.
000000     MOVE HSHC-IMAGE TO MS077-REC
000000     WRITE MS077-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01773.
           MOVE "CX01773" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01774.
000000     CLOSE MS077 .
000000     GO TO CX00090.
000000 CX01774.
           MOVE "CX01774" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS077 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01775.
           MOVE "CX01775" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS077 NEXT AT END GO TO CX01776.
000000     MOVE MS077-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01775.
000000 CX01776.
           MOVE "CX01776" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS077 .
000000     GO TO CX00090.
      *    VIPORHIS  indexed      46 bytes
000000 CX01781.
           MOVE "CX01781" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01782.
000000     OPEN OUTPUT MS078 .
000000     GO TO CX00090.
000000 CX01782.
           MOVE "CX01782" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01783.
000000     MOVE HSHC-IMAGE TO MS078-REC
000000     WRITE MS078-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01783.
           MOVE "CX01783" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01784.
000000     CLOSE MS078 .
000000     GO TO CX00090.
000000 CX01784.
           MOVE "CX01784" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS078 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01785.
           MOVE "CX01785" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS078 NEXT AT END GO TO CX01786.
000000     MOVE MS078-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01785.
000000 CX01786.
           MOVE "CX01786" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS078 .
000000     GO TO CX00090.
      *    VIPRZLDG  indexed      92 bytes
000000 CX01791.
           MOVE "CX01791" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01792.
000000     OPEN OUTPUT MS079 .
000000     GO TO CX00090.
000000 CX01792.
           MOVE "CX01792" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01793.
000000     MOVE HSHC-IMAGE TO MS079-REC
000000     WRITE MS079-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01793.
           MOVE "CX01793" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01794.
000000     CLOSE MS079 .
000000     GO TO CX00090.
000000 CX01794.
           MOVE "CX01794" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS079 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01795.
           MOVE "CX01795" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS079 NEXT AT END GO TO CX01796.
000000     MOVE MS079-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01795.
000000 CX01796.
           MOVE "CX01796" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS079 .
000000     GO TO CX00090.
      *    VIPRZMST  indexed     102 bytes
000000 CX01801.
           MOVE "CX01801" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01802.
000000     OPEN OUTPUT MS080 .
000000     GO TO CX00090.
000000 CX01802.
           MOVE "CX01802" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01803.
000000     MOVE HSHC-IMAGE TO MS080-REC
000000     WRITE MS080-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01803.
           MOVE "CX01803" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01804.
000000     CLOSE MS080 .
000000     GO TO CX00090.
000000 CX01804.
           MOVE "CX01804" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS080 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01805.
           MOVE "CX01805" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS080 NEXT AT END GO TO CX01806.
000000     MOVE MS080-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01805.
000000 CX01806.
           MOVE "CX01806" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS080 .
000000     GO TO CX00090.
      *    VIQLTHIS  indexed      33 bytes
000000 CX01811.
           MOVE "CX01811" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01812.
000000     OPEN OUTPUT MS081 .
000000     GO TO CX00090.
000000 CX01812.
           MOVE "CX01812" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01813.
000000     MOVE HSHC-IMAGE TO MS081-REC
000000     WRITE MS081-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01813.
           MOVE "CX01813" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01814.
000000     CLOSE MS081 .
000000     GO TO CX00090.
000000 CX01814.
           MOVE "CX01814" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS081 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01815.
           MOVE "CX01815" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS081 NEXT AT END GO TO CX01816.
000000     MOVE MS081-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01815.
000000 CX01816.
           MOVE "CX01816" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS081 .
000000     GO TO CX00090.
      *    VIRECITM  indexed     165 bytes
000000 CX01821.
           MOVE "CX01821" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01822.
000000     OPEN OUTPUT MS082 .
000000     GO TO CX00090.
000000 CX01822.
           MOVE "CX01822" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01823.
000000     MOVE HSHC-IMAGE TO MS082-REC
000000     WRITE MS082-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01823.
           MOVE "CX01823" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01824.
000000     CLOSE MS082 .
000000     GO TO CX00090.
000000 CX01824.
           MOVE "CX01824" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS082 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01825.
           MOVE "CX01825" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS082 NEXT AT END GO TO CX01826.
000000     MOVE MS082-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01825.
000000 CX01826.
           MOVE "CX01826" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS082 .
000000     GO TO CX00090.
      *    VIRELBAT  indexed     132 bytes
000000 CX01831.
           MOVE "CX01831" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01832.
000000     OPEN OUTPUT MS083 .
000000     GO TO CX00090.
000000 CX01832.
           MOVE "CX01832" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01833.
000000     MOVE HSHC-IMAGE TO MS083-REC
000000     WRITE MS083-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01833.
           MOVE "CX01833" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01834.
000000     CLOSE MS083 .
000000     GO TO CX00090.
000000 CX01834.
           MOVE "CX01834" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS083 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01835.
           MOVE "CX01835" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS083 NEXT AT END GO TO CX01836.
000000     MOVE MS083-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01835.
000000 CX01836.
           MOVE "CX01836" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS083 .
000000     GO TO CX00090.
      *    VIRELCHN  indexed      92 bytes
000000 CX01841.
           MOVE "CX01841" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01842.
000000     OPEN OUTPUT MS084 .
000000     GO TO CX00090.
000000 CX01842.
           MOVE "CX01842" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01843.
000000     MOVE HSHC-IMAGE TO MS084-REC
000000     WRITE MS084-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01843.
           MOVE "CX01843" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01844.
000000     CLOSE MS084 .
000000     GO TO CX00090.
000000 CX01844.
           MOVE "CX01844" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS084 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01845.
           MOVE "CX01845" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS084 NEXT AT END GO TO CX01846.
000000     MOVE MS084-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01845.
000000 CX01846.
           MOVE "CX01846" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS084 .
000000     GO TO CX00090.
      *    VIRETENT  indexed      19 bytes
000000 CX01851.
           MOVE "CX01851" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01852.
000000     OPEN OUTPUT MS085 .
000000     GO TO CX00090.
000000 CX01852.
           MOVE "CX01852" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01853.
000000     MOVE HSHC-IMAGE TO MS085-REC
000000     WRITE MS085-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01853.
           MOVE "CX01853" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01854.
000000     CLOSE MS085 .
000000     GO TO CX00090.
000000 CX01854.
           MOVE "CX01854" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS085 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01855.
           MOVE "CX01855" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS085 NEXT AT END GO TO CX01856.
000000     MOVE MS085-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01855.
000000 CX01856.
           MOVE "CX01856" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS085 .
000000     GO TO CX00090.
      *    VIRPTDST  indexed      67 bytes
000000 CX01861.
           MOVE "CX01861" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01862.
000000     OPEN OUTPUT MS086 .
000000     GO TO CX00090.
000000 CX01862.
           MOVE "CX01862" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01863.
000000     MOVE HSHC-IMAGE TO MS086-REC
000000     WRITE MS086-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01863.
           MOVE "CX01863" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01864.
000000     CLOSE MS086 .
000000     GO TO CX00090.
000000 CX01864.
           MOVE "CX01864" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS086 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01865.
           MOVE "CX01865" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS086 NEXT AT END GO TO CX01866.
000000     MOVE MS086-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01865.
000000 CX01866.
           MOVE "CX01866" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS086 .
000000     GO TO CX00090.
      *    VIRQQUE   indexed      34 bytes
000000 CX01871.
           MOVE "CX01871" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01872.
000000     OPEN OUTPUT MS087 .
000000     GO TO CX00090.
000000 CX01872.
           MOVE "CX01872" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01873.
000000     MOVE HSHC-IMAGE TO MS087-REC
000000     WRITE MS087-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01873.
           MOVE "CX01873" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01874.
000000     CLOSE MS087 .
000000     GO TO CX00090.
000000 CX01874.
           MOVE "CX01874" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS087 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01875.
           MOVE "CX01875" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS087 NEXT AT END GO TO CX01876.
000000     MOVE MS087-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01875.
000000 CX01876.
           MOVE "CX01876" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS087 .
000000     GO TO CX00090.
      *    VIRUNHIS  indexed      31 bytes
000000 CX01881.
           MOVE "CX01881" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01882.
000000     OPEN OUTPUT MS088 .
000000     GO TO CX00090.
000000 CX01882.
           MOVE "CX01882" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01883.
000000     MOVE HSHC-IMAGE TO MS088-REC
000000     WRITE MS088-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01883.
           MOVE "CX01883" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01884.
000000     CLOSE MS088 .
000000     GO TO CX00090.
000000 CX01884.
           MOVE "CX01884" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS088 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01885.
           MOVE "CX01885" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS088 NEXT AT END GO TO CX01886.
000000     MOVE MS088-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01885.
000000 CX01886.
           MOVE "CX01886" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS088 .
000000     GO TO CX00090.
      *    VIRUNPRM  indexed      48 bytes
000000 CX01891.
           MOVE "CX01891" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01892.
000000     OPEN OUTPUT MS089 .
000000     GO TO CX00090.
000000 CX01892.
           MOVE "CX01892" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01893.
000000     MOVE HSHC-IMAGE TO MS089-REC
000000     WRITE MS089-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01893.
           MOVE "CX01893" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01894.
000000     CLOSE MS089 .
000000     GO TO CX00090.
000000 CX01894.
           MOVE "CX01894" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS089 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01895.
           MOVE "CX01895" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS089 NEXT AT END GO TO CX01896.
000000     MOVE MS089-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01895.
000000 CX01896.
           MOVE "CX01896" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS089 .
000000     GO TO CX00090.
      *    VIRUNSEQ  indexed      16 bytes
000000 CX01901.
           MOVE "CX01901" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01902.
000000     OPEN OUTPUT MS090 .
000000     GO TO CX00090.
000000 CX01902.
           MOVE "CX01902" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01903.
000000     MOVE HSHC-IMAGE TO MS090-REC
000000     WRITE MS090-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01903.
           MOVE "CX01903" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01904.
000000     CLOSE MS090 .
000000     GO TO CX00090.
000000 CX01904.
           MOVE "CX01904" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS090 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01905.
           MOVE "CX01905" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS090 NEXT AT END GO TO CX01906.
000000     MOVE MS090-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01905.
000000 CX01906.
           MOVE "CX01906" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS090 .
000000     GO TO CX00090.
      *    VISCHEDL  indexed      11 bytes
000000 CX01911.
           MOVE "CX01911" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01912.
000000     OPEN OUTPUT MS091 .
000000     GO TO CX00090.
000000 CX01912.
           MOVE "CX01912" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01913.
000000     MOVE HSHC-IMAGE TO MS091-REC
000000     WRITE MS091-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01913.
           MOVE "CX01913" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01914.
000000     CLOSE MS091 .
000000     GO TO CX00090.
000000 CX01914.
           MOVE "CX01914" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS091 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01915.
           MOVE "CX01915" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS091 NEXT AT END GO TO CX01916.
000000     MOVE MS091-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01915.
000000 CX01916.
           MOVE "CX01916" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS091 .
000000     GO TO CX00090.
      *    VISETCHG  indexed      92 bytes
000000 CX01921.
           MOVE "CX01921" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01922.
000000     OPEN OUTPUT MS092 .
000000     GO TO CX00090.
000000 CX01922.
           MOVE "CX01922" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01923.
000000     MOVE HSHC-IMAGE TO MS092-REC
000000     WRITE MS092-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01923.
           MOVE "CX01923" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01924.
000000     CLOSE MS092 .
000000     GO TO CX00090.
000000 CX01924.
           MOVE "CX01924" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS092 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01925.
           MOVE "CX01925" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS092 NEXT AT END GO TO CX01926.
000000     MOVE MS092-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01925.
000000 CX01926.
           MOVE "CX01926" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS092 .
000000     GO TO CX00090.
      *    VISGPREV  indexed      39 bytes
000000 CX01931.
           MOVE "CX01931" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01932.
000000     OPEN OUTPUT MS093 .
000000     GO TO CX00090.
000000 CX01932.
           MOVE "CX01932" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01933.
000000     MOVE HSHC-IMAGE TO MS093-REC
000000     WRITE MS093-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01933.
           MOVE "CX01933" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01934.
000000     CLOSE MS093 .
000000     GO TO CX00090.
000000 CX01934.
           MOVE "CX01934" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS093 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01935.
           MOVE "CX01935" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS093 NEXT AT END GO TO CX01936.
000000     MOVE MS093-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01935.
000000 CX01936.
           MOVE "CX01936" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS093 .
000000     GO TO CX00090.
      *    VISNPGEN  indexed     100 bytes
000000 CX01941.
           MOVE "CX01941" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01942.
000000     OPEN OUTPUT MS094 .
000000     GO TO CX00090.
000000 CX01942.
           MOVE "CX01942" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01943.
000000     MOVE HSHC-IMAGE TO MS094-REC
000000     WRITE MS094-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01943.
           MOVE "CX01943" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01944.
000000     CLOSE MS094 .
000000     GO TO CX00090.
000000 CX01944.
           MOVE "CX01944" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS094 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01945.
           MOVE "CX01945" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS094 NEXT AT END GO TO CX01946.
000000     MOVE MS094-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01945.
000000 CX01946.
           MOVE "CX01946" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS094 .
000000     GO TO CX00090.
      *    VISRVCAS  indexed     189 bytes
000000 CX01951.
           MOVE "CX01951" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01952.
000000     OPEN OUTPUT MS095 .
000000     GO TO CX00090.
000000 CX01952.
           MOVE "CX01952" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01953.
000000     MOVE HSHC-IMAGE TO MS095-REC
000000     WRITE MS095-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01953.
           MOVE "CX01953" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01954.
000000     CLOSE MS095 .
000000     GO TO CX00090.
000000 CX01954.
           MOVE "CX01954" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS095 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01955.
           MOVE "CX01955" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS095 NEXT AT END GO TO CX01956.
000000     MOVE MS095-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01955.
000000 CX01956.
           MOVE "CX01956" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS095 .
000000     GO TO CX00090.
      *    VISTOPPY  indexed     105 bytes
000000 CX01961.
           MOVE "CX01961" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01962.
000000     OPEN OUTPUT MS096 .
000000     GO TO CX00090.
000000 CX01962.
           MOVE "CX01962" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01963.
000000     MOVE HSHC-IMAGE TO MS096-REC
000000     WRITE MS096-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01963.
           MOVE "CX01963" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01964.
000000     CLOSE MS096 .
000000     GO TO CX00090.
000000 CX01964.
           MOVE "CX01964" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS096 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01965.
           MOVE "CX01965" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS096 NEXT AT END GO TO CX01966.
000000     MOVE MS096-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01965.
000000 CX01966.
           MOVE "CX01966" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS096 .
000000     GO TO CX00090.
      *    VITAXRT   indexed      12 bytes
000000 CX01971.
           MOVE "CX01971" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01972.
000000     OPEN OUTPUT MS097 .
000000     GO TO CX00090.
000000 CX01972.
           MOVE "CX01972" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01973.
000000     MOVE HSHC-IMAGE TO MS097-REC
000000     WRITE MS097-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01973.
           MOVE "CX01973" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01974.
000000     CLOSE MS097 .
000000     GO TO CX00090.
000000 CX01974.
           MOVE "CX01974" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS097 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01975.
           MOVE "CX01975" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS097 NEXT AT END GO TO CX01976.
000000     MOVE MS097-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01975.
000000 CX01976.
           MOVE "CX01976" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS097 .
000000     GO TO CX00090.
      *    VITMBAND  indexed      21 bytes
000000 CX01981.
           MOVE "CX01981" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01982.
000000     OPEN OUTPUT MS098 .
000000     GO TO CX00090.
000000 CX01982.
           MOVE "CX01982" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01983.
000000     MOVE HSHC-IMAGE TO MS098-REC
000000     WRITE MS098-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01983.
           MOVE "CX01983" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01984.
000000     CLOSE MS098 .
000000     GO TO CX00090.
000000 CX01984.
           MOVE "CX01984" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS098 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01985.
           MOVE "CX01985" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS098 NEXT AT END GO TO CX01986.
000000     MOVE MS098-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01985.
000000 CX01986.
           MOVE "CX01986" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS098 .
000000     GO TO CX00090.
      *    VITSGSTG  indexed      30 bytes
000000 CX01991.
           MOVE "CX01991" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01992.
000000     OPEN OUTPUT MS099 .
000000     GO TO CX00090.
000000 CX01992.
           MOVE "CX01992" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01993.
000000     MOVE HSHC-IMAGE TO MS099-REC
000000     WRITE MS099-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01993.
           MOVE "CX01993" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX01994.
000000     CLOSE MS099 .
000000     GO TO CX00090.
000000 CX01994.
           MOVE "CX01994" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS099 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX01995.
           MOVE "CX01995" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS099 NEXT AT END GO TO CX01996.
000000     MOVE MS099-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX01995.
000000 CX01996.
           MOVE "CX01996" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS099 .
000000     GO TO CX00090.
      *    VIURGRP   indexed      16 bytes
000000 CX02001.
           MOVE "CX02001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02002.
000000     OPEN OUTPUT MS100 .
000000     GO TO CX00090.
000000 CX02002.
           MOVE "CX02002" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02003.
000000     MOVE HSHC-IMAGE TO MS100-REC
000000     WRITE MS100-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02003.
           MOVE "CX02003" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02004.
000000     CLOSE MS100 .
000000     GO TO CX00090.
000000 CX02004.
           MOVE "CX02004" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS100 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02005.
           MOVE "CX02005" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS100 NEXT AT END GO TO CX02006.
000000     MOVE MS100-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02005.
000000 CX02006.
           MOVE "CX02006" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS100 .
000000     GO TO CX00090.
      *    VIURIBA   indexed     114 bytes
000000 CX02011.
           MOVE "CX02011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02012.
000000     OPEN OUTPUT MS101 .
000000     GO TO CX00090.
000000 CX02012.
           MOVE "CX02012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02013.
000000     MOVE HSHC-IMAGE TO MS101-REC
000000     WRITE MS101-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02013.
           MOVE "CX02013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02014.
000000     CLOSE MS101 .
000000     GO TO CX00090.
000000 CX02014.
           MOVE "CX02014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS101 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02015.
           MOVE "CX02015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS101 NEXT AT END GO TO CX02016.
000000     MOVE MS101-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02015.
000000 CX02016.
           MOVE "CX02016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS101 .
000000     GO TO CX00090.
      *    VIVCHCTR  indexed      24 bytes
000000 CX02021.
           MOVE "CX02021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02022.
000000     OPEN OUTPUT MS102 .
000000     GO TO CX00090.
000000 CX02022.
           MOVE "CX02022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02023.
000000     MOVE HSHC-IMAGE TO MS102-REC
000000     WRITE MS102-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02023.
           MOVE "CX02023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02024.
000000     CLOSE MS102 .
000000     GO TO CX00090.
000000 CX02024.
           MOVE "CX02024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS102 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02025.
           MOVE "CX02025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS102 NEXT AT END GO TO CX02026.
000000     MOVE MS102-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02025.
000000 CX02026.
           MOVE "CX02026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS102 .
000000     GO TO CX00090.
      *    VIVINVRG  indexed      52 bytes
000000 CX02031.
           MOVE "CX02031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02032.
000000     OPEN OUTPUT MS103 .
000000     GO TO CX00090.
000000 CX02032.
           MOVE "CX02032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02033.
000000     MOVE HSHC-IMAGE TO MS103-REC
000000     WRITE MS103-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02033.
           MOVE "CX02033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02034.
000000     CLOSE MS103 .
000000     GO TO CX00090.
000000 CX02034.
           MOVE "CX02034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS103 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02035.
           MOVE "CX02035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS103 NEXT AT END GO TO CX02036.
000000     MOVE MS103-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02035.
000000 CX02036.
           MOVE "CX02036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS103 .
000000     GO TO CX00090.
      *    VIWINACC  indexed     104 bytes
000000 CX02041.
           MOVE "CX02041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02042.
000000     OPEN OUTPUT MS104 .
000000     GO TO CX00090.
000000 CX02042.
           MOVE "CX02042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02043.
000000     MOVE HSHC-IMAGE TO MS104-REC
000000     WRITE MS104-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02043.
           MOVE "CX02043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02044.
000000     CLOSE MS104 .
000000     GO TO CX00090.
000000 CX02044.
           MOVE "CX02044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS104 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02045.
           MOVE "CX02045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS104 NEXT AT END GO TO CX02046.
000000     MOVE MS104-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02045.
000000 CX02046.
           MOVE "CX02046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS104 .
000000     GO TO CX00090.
      *    VIWINHIS  indexed      20 bytes
000000 CX02051.
           MOVE "CX02051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02052.
000000     OPEN OUTPUT MS105 .
000000     GO TO CX00090.
000000 CX02052.
           MOVE "CX02052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02053.
000000     MOVE HSHC-IMAGE TO MS105-REC
000000     WRITE MS105-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02053.
           MOVE "CX02053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02054.
000000     CLOSE MS105 .
000000     GO TO CX00090.
000000 CX02054.
           MOVE "CX02054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS105 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02055.
           MOVE "CX02055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS105 NEXT AT END GO TO CX02056.
000000     MOVE MS105-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02055.
000000 CX02056.
           MOVE "CX02056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS105 .
000000     GO TO CX00090.
      *    VIWINID   indexed     196 bytes
000000 CX02061.
           MOVE "CX02061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02062.
000000     OPEN OUTPUT MS106 .
000000     GO TO CX00090.
000000 CX02062.
           MOVE "CX02062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02063.
000000     MOVE HSHC-IMAGE TO MS106-REC
000000     WRITE MS106-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02063.
           MOVE "CX02063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02064.
000000     CLOSE MS106 .
000000     GO TO CX00090.
000000 CX02064.
           MOVE "CX02064" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS106 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02065.
           MOVE "CX02065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS106 NEXT AT END GO TO CX02066.
000000     MOVE MS106-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02065.
000000 CX02066.
           MOVE "CX02066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS106 .
000000     GO TO CX00090.
      *    VIWURTAX  indexed      58 bytes
000000 CX02071.
           MOVE "CX02071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02072.
000000     OPEN OUTPUT MS107 .
000000     GO TO CX00090.
000000 CX02072.
           MOVE "CX02072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02073.
000000     MOVE HSHC-IMAGE TO MS107-REC
000000     WRITE MS107-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02073.
           MOVE "CX02073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02074.
000000     CLOSE MS107 .
000000     GO TO CX00090.
000000 CX02074.
           MOVE "CX02074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS107 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02075.
           MOVE "CX02075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS107 NEXT AT END GO TO CX02076.
000000     MOVE MS107-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02075.
000000 CX02076.
           MOVE "CX02076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS107 .
000000     GO TO CX00090.
      *    VIXMITRG  indexed      58 bytes
000000 CX02081.
           MOVE "CX02081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02082.
000000     OPEN OUTPUT MS108 .
000000     GO TO CX00090.
000000 CX02082.
           MOVE "CX02082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02083.
000000     MOVE HSHC-IMAGE TO MS108-REC
000000     WRITE MS108-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02083.
           MOVE "CX02083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02084.
000000     CLOSE MS108 .
000000     GO TO CX00090.
000000 CX02084.
           MOVE "CX02084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS108 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02085.
           MOVE "CX02085" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS108 NEXT AT END GO TO CX02086.
000000     MOVE MS108-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02085.
000000 CX02086.
           MOVE "CX02086" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS108 .
000000     GO TO CX00090.
      *    VIYECCTL  indexed      26 bytes
000000 CX02091.
           MOVE "CX02091" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02092.
000000     OPEN OUTPUT MS109 .
000000     GO TO CX00090.
000000 CX02092.
           MOVE "CX02092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02093.
000000     MOVE HSHC-IMAGE TO MS109-REC
000000     WRITE MS109-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02093.
           MOVE "CX02093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02094.
000000     CLOSE MS109 .
000000     GO TO CX00090.
000000 CX02094.
           MOVE "CX02094" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS109 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02095.
           MOVE "CX02095" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS109 NEXT AT END GO TO CX02096.
000000     MOVE MS109-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02095.
000000 CX02096.
           MOVE "CX02096" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS109 .
000000     GO TO CX00090.
      *    VIZENMAP  indexed      99 bytes
000000 CX02101.
           MOVE "CX02101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02102.
000000     OPEN OUTPUT MS110 .
000000     GO TO CX00090.
000000 CX02102.
           MOVE "CX02102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02103.
000000     MOVE HSHC-IMAGE TO MS110-REC
000000     WRITE MS110-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02103.
           MOVE "CX02103" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02104.
000000     CLOSE MS110 .
000000     GO TO CX00090.
000000 CX02104.
           MOVE "CX02104" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS110 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02105.
           MOVE "CX02105" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS110 NEXT AT END GO TO CX02106.
000000     MOVE MS110-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02105.
000000 CX02106.
           MOVE "CX02106" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS110 .
000000     GO TO CX00090.
      *    VRSGJYO   relative     61 bytes
000000 CX02111.
           MOVE "CX02111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02112.
000000     OPEN OUTPUT MS111 .
000000     GO TO CX00090.
000000 CX02112.
           MOVE "CX02112" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02113.
000000     MOVE HSHC-IMAGE TO MS111-REC
000000     WRITE MS111-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02113.
           MOVE "CX02113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02114.
000000     CLOSE MS111 .
000000     GO TO CX00090.
000000 CX02114.
           MOVE "CX02114" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS111 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02115.
           MOVE "CX02115" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS111 NEXT AT END GO TO CX02116.
000000     MOVE MS111-REC TO HSHC-IMAGE
000000     MOVE WK-RELKEY TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02115.
000000 CX02116.
           MOVE "CX02116" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS111 .
000000     GO TO CX00090.
      *    VRUNYKAN  relative    410 bytes
000000 CX02121.
           MOVE "CX02121" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02122.
000000     OPEN OUTPUT MS112 .
000000     GO TO CX00090.
000000 CX02122.
           MOVE "CX02122" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02123.
000000     MOVE HSHC-IMAGE TO MS112-REC
000000     WRITE MS112-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02123.
           MOVE "CX02123" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02124.
000000     CLOSE MS112 .
000000     GO TO CX00090.
000000 CX02124.
           MOVE "CX02124" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS112 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02125.
           MOVE "CX02125" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS112 NEXT AT END GO TO CX02126.
000000     MOVE MS112-REC TO HSHC-IMAGE
000000     MOVE WK-RELKEY TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02125.
000000 CX02126.
           MOVE "CX02126" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS112 .
000000     GO TO CX00090.
      *    VTYUKSNP  indexed     418 bytes
000000 CX02131.
           MOVE "CX02131" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02132.
000000     OPEN OUTPUT MS113 .
000000     GO TO CX00090.
000000 CX02132.
           MOVE "CX02132" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02133.
000000     MOVE HSHC-IMAGE TO MS113-REC
000000     WRITE MS113-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02133.
           MOVE "CX02133" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02134.
000000     CLOSE MS113 .
000000     GO TO CX00090.
000000 CX02134.
           MOVE "CX02134" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS113 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02135.
           MOVE "CX02135" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS113 NEXT AT END GO TO CX02136.
000000     MOVE MS113-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02135.
000000 CX02136.
           MOVE "CX02136" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS113 .
000000     GO TO CX00090.
      *    VIREOHIS  indexed      70 bytes
000000 CX02141.
           MOVE "CX02141" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02142.
000000     OPEN OUTPUT MS114 .
000000     GO TO CX00090.
000000 CX02142.
           MOVE "CX02142" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02143.
000000     MOVE HSHC-IMAGE TO MS114-REC
000000     WRITE MS114-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02143.
           MOVE "CX02143" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02144.
000000     CLOSE MS114 .
000000     GO TO CX00090.
000000 CX02144.
           MOVE "CX02144" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS114 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02145.
           MOVE "CX02145" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS114 NEXT AT END GO TO CX02146.
000000     MOVE MS114-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02145.
000000 CX02146.
           MOVE "CX02146" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS114 .
000000     GO TO CX00090.
      *20260930追加開始
      *    VIGROHIS  indexed      80 bytes
000000 CX02151.
           MOVE "CX02151" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02152.
000000     OPEN OUTPUT MS115 .
000000     GO TO CX00090.
000000 CX02152.
           MOVE "CX02152" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02153.
000000     MOVE HSHC-IMAGE TO MS115-REC
000000     WRITE MS115-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02153.
           MOVE "CX02153" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02154.
000000     CLOSE MS115 .
000000     GO TO CX00090.
000000 CX02154.
           MOVE "CX02154" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS115 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02155.
           MOVE "CX02155" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS115 NEXT AT END GO TO CX02156.
000000     MOVE MS115-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02155.
000000 CX02156.
           MOVE "CX02156" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS115 .
000000     GO TO CX00090.
      *20260930追加終了
      *20261001追加開始
      *    VIHALLMS  indexed      77 bytes
000000 CX02161.
           MOVE "CX02161" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02162.
000000     OPEN OUTPUT MS116 .
000000     GO TO CX00090.
000000 CX02162.
           MOVE "CX02162" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02163.
000000     MOVE HSHC-IMAGE TO MS116-REC
000000     WRITE MS116-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02163.
           MOVE "CX02163" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02164.
000000     CLOSE MS116 .
000000     GO TO CX00090.
000000 CX02164.
           MOVE "CX02164" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS116 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02165.
           MOVE "CX02165" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS116 NEXT AT END GO TO CX02166.
000000     MOVE MS116-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02165.
000000 CX02166.
           MOVE "CX02166" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS116 .
000000     GO TO CX00090.
      *20261001追加終了
      *20261001追加開始
      *    VIHALLAS  indexed      51 bytes
000000 CX02171.
           MOVE "CX02171" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02172.
000000     OPEN OUTPUT MS117 .
000000     GO TO CX00090.
000000 CX02172.
           MOVE "CX02172" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02173.
000000     MOVE HSHC-IMAGE TO MS117-REC
000000     WRITE MS117-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02173.
           MOVE "CX02173" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02174.
000000     CLOSE MS117 .
000000     GO TO CX00090.
000000 CX02174.
           MOVE "CX02174" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS117 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02175.
           MOVE "CX02175" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS117 NEXT AT END GO TO CX02176.
000000     MOVE MS117-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02175.
000000 CX02176.
           MOVE "CX02176" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS117 .
000000     GO TO CX00090.
      *20261001追加終了
      *20261001追加開始
      *    VICONHAL  indexed      79 bytes
000000 CX02181.
           MOVE "CX02181" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02182.
000000     OPEN OUTPUT MS118 .
000000     GO TO CX00090.
000000 CX02182.
           MOVE "CX02182" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02183.
000000     MOVE HSHC-IMAGE TO MS118-REC
000000     WRITE MS118-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02183.
           MOVE "CX02183" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02184.
000000     CLOSE MS118 .
000000     GO TO CX00090.
000000 CX02184.
           MOVE "CX02184" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS118 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02185.
           MOVE "CX02185" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS118 NEXT AT END GO TO CX02186.
000000     MOVE MS118-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02185.
000000 CX02186.
           MOVE "CX02186" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS118 .
000000     GO TO CX00090.
      *20261001追加終了
      *20261002追加開始
      *    VIPARTSS  indexed     182 bytes
000000 CX02191.
           MOVE "CX02191" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02192.
000000     OPEN OUTPUT MS119 .
000000     GO TO CX00090.
000000 CX02192.
           MOVE "CX02192" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02193.
000000     MOVE HSHC-IMAGE TO MS119-REC
000000     WRITE MS119-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02193.
           MOVE "CX02193" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02194.
000000     CLOSE MS119 .
000000     GO TO CX00090.
000000 CX02194.
           MOVE "CX02194" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS119 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02195.
           MOVE "CX02195" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS119 NEXT AT END GO TO CX02196.
000000     MOVE MS119-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02195.
000000 CX02196.
           MOVE "CX02196" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS119 .
000000     GO TO CX00090.
      *20261002追加終了
      *20261004追加開始
      *    VILINEAG  indexed     157 bytes
000000 CX02201.
           MOVE "CX02201" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02202.
000000     OPEN OUTPUT MS120 .
000000     GO TO CX00090.
000000 CX02202.
           MOVE "CX02202" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02203.
000000     MOVE HSHC-IMAGE TO MS120-REC
000000     WRITE MS120-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02203.
           MOVE "CX02203" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02204.
000000     CLOSE MS120 .
000000     GO TO CX00090.
000000 CX02204.
           MOVE "CX02204" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS120 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02205.
           MOVE "CX02205" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS120 NEXT AT END GO TO CX02206.
000000     MOVE MS120-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02205.
000000 CX02206.
           MOVE "CX02206" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS120 .
000000     GO TO CX00090.
      *20261004追加終了
      *20261005追加開始
      *    VILGHOLD  indexed     178 bytes
000000 CX02211.
           MOVE "CX02211" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02212.
000000     OPEN OUTPUT MS121 .
000000     GO TO CX00090.
000000 CX02212.
           MOVE "CX02212" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02213.
000000     MOVE HSHC-IMAGE TO MS121-REC
000000     WRITE MS121-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02213.
           MOVE "CX02213" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02214.
000000     CLOSE MS121 .
000000     GO TO CX00090.
000000 CX02214.
           MOVE "CX02214" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS121 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02215.
           MOVE "CX02215" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS121 NEXT AT END GO TO CX02216.
000000     MOVE MS121-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02215.
000000 CX02216.
           MOVE "CX02216" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS121 .
000000     GO TO CX00090.
      *20261005追加終了
      *20261005追加開始
      *    VIDOCIDX  indexed     148 bytes
000000 CX02221.
           MOVE "CX02221" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02222.
000000     OPEN OUTPUT MS122 .
000000     GO TO CX00090.
000000 CX02222.
           MOVE "CX02222" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02223.
000000     MOVE HSHC-IMAGE TO MS122-REC
000000     WRITE MS122-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02223.
           MOVE "CX02223" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02224.
000000     CLOSE MS122 .
000000     GO TO CX00090.
000000 CX02224.
           MOVE "CX02224" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS122 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02225.
           MOVE "CX02225" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS122 NEXT AT END GO TO CX02226.
000000     MOVE MS122-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02225.
000000 CX02226.
           MOVE "CX02226" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS122 .
000000     GO TO CX00090.
      *20261005追加終了
      *20261008追加開始
      *    VIPPADJ   indexed     160 bytes
000000 CX02231.
           MOVE "CX02231" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02232.
000000     OPEN OUTPUT MS123 .
000000     GO TO CX00090.
000000 CX02232.
           MOVE "CX02232" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02233.
000000     MOVE HSHC-IMAGE TO MS123-REC
000000     WRITE MS123-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02233.
           MOVE "CX02233" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02234.
000000     CLOSE MS123 .
000000     GO TO CX00090.
000000 CX02234.
           MOVE "CX02234" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS123 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02235.
           MOVE "CX02235" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS123 NEXT AT END GO TO CX02236.
000000     MOVE MS123-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02235.
000000 CX02236.
           MOVE "CX02236" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS123 .
000000     GO TO CX00090.
      *20261008追加終了
      *20261009追加開始
      *    VISGNREQ  indexed      11 bytes
000000 CX02241.
           MOVE "CX02241" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02242.
000000     OPEN OUTPUT MS124 .
000000     GO TO CX00090.
000000 CX02242.
           MOVE "CX02242" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02243.
000000     MOVE HSHC-IMAGE TO MS124-REC
000000     WRITE MS124-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02243.
           MOVE "CX02243" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02244.
000000     CLOSE MS124 .
000000     GO TO CX00090.
000000 CX02244.
           MOVE "CX02244" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS124 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02245.
           MOVE "CX02245" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS124 NEXT AT END GO TO CX02246.
000000     MOVE MS124-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02245.
000000 CX02246.
           MOVE "CX02246" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS124 .
000000     GO TO CX00090.
      *20261009追加終了
      *20261009追加開始
      *    VISGNOFF  indexed     103 bytes
000000 CX02251.
           MOVE "CX02251" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02252.
000000     OPEN OUTPUT MS125 .
000000     GO TO CX00090.
000000 CX02252.
           MOVE "CX02252" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02253.
000000     MOVE HSHC-IMAGE TO MS125-REC
000000     WRITE MS125-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02253.
           MOVE "CX02253" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02254.
000000     CLOSE MS125 .
000000     GO TO CX00090.
000000 CX02254.
           MOVE "CX02254" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS125 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02255.
           MOVE "CX02255" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS125 NEXT AT END GO TO CX02256.
000000     MOVE MS125-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02255.
000000 CX02256.
           MOVE "CX02256" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS125 .
000000     GO TO CX00090.
      *20261009追加終了
      *20261011追加開始
      *    VITRNHIS  indexed      80 bytes
000000 CX02261.
           MOVE "CX02261" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02262.
000000     OPEN OUTPUT MS126 .
000000     GO TO CX00090.
000000 CX02262.
           MOVE "CX02262" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02263.
000000     MOVE HSHC-IMAGE TO MS126-REC
000000     WRITE MS126-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02263.
           MOVE "CX02263" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02264.
000000     CLOSE MS126 .
000000     GO TO CX00090.
000000 CX02264.
           MOVE "CX02264" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS126 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02265.
           MOVE "CX02265" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS126 NEXT AT END GO TO CX02266.
000000     MOVE MS126-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02265.
000000 CX02266.
           MOVE "CX02266" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS126 .
000000     GO TO CX00090.
      *20261011追加終了
      *20261011追加開始
      *    VITRNCTL  indexed      91 bytes
000000 CX02271.
           MOVE "CX02271" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02272.
000000     OPEN OUTPUT MS127 .
000000     GO TO CX00090.
000000 CX02272.
           MOVE "CX02272" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02273.
000000     MOVE HSHC-IMAGE TO MS127-REC
000000     WRITE MS127-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02273.
           MOVE "CX02273" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02274.
000000     CLOSE MS127 .
000000     GO TO CX00090.
000000 CX02274.
           MOVE "CX02274" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS127 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02275.
           MOVE "CX02275" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS127 NEXT AT END GO TO CX02276.
000000     MOVE MS127-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02275.
000000 CX02276.
           MOVE "CX02276" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS127 .
000000     GO TO CX00090.
      *20261011追加終了
      *20261012追加開始
      *    VIVNDDLV  indexed      80 bytes
000000 CX02281.
           MOVE "CX02281" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02282.
000000     OPEN OUTPUT MS128 .
000000     GO TO CX00090.
000000 CX02282.
           MOVE "CX02282" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02283.
000000     MOVE HSHC-IMAGE TO MS128-REC
000000     WRITE MS128-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02283.
           MOVE "CX02283" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02284.
000000     CLOSE MS128 .
000000     GO TO CX00090.
000000 CX02284.
           MOVE "CX02284" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS128 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02285.
           MOVE "CX02285" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS128 NEXT AT END GO TO CX02286.
000000     MOVE MS128-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02285.
000000 CX02286.
           MOVE "CX02286" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS128 .
000000     GO TO CX00090.
      *20261012追加終了
      *20261014追加開始
      *    VICFGVER  indexed      80 bytes
000000 CX02291.
           MOVE "CX02291" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX02292.
000000     OPEN OUTPUT MS129 .
000000     GO TO CX00090.
000000 CX02292.
           MOVE "CX02292" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX02293.
000000     MOVE HSHC-IMAGE TO MS129-REC
000000     WRITE MS129-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX02293.
           MOVE "CX02293" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "C")GO TO CX02294.
000000     CLOSE MS129 .
000000     GO TO CX00090.
000000 CX02294.
           MOVE "CX02294" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT MS129 .
000000     IF NOT(FL-STS1 = "00")GO TO CX00090.
000000 CX02295.
           MOVE "CX02295" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS129 NEXT AT END GO TO CX02296.
000000     MOVE MS129-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM RBK-RTN THRU CX00056 .
000000     GO TO CX02295.
000000 CX02296.
           MOVE "CX02296" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS129 .
000000     GO TO CX00090.
      *20261014追加終了
000000 CX00090. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN735" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN735" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN735" TO PRM-PROGID
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
000000         DISPLAY "HBHUN735-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
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
000000     MOVE "HBHUN735" TO JOBLG-PROGID
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
000000     IF WK-FAIL-CNT > ZERO
000000         MOVE "1" TO JOBLG-STATUS
000000     ELSE
000000     MOVE "0" TO JOBLG-STATUS .
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHUN735-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN735" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN735-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
