000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN725 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260929追加開始
      *    disaster-recovery unload: the HBHUN730 generation
      *    copies protect a master on this machine, but nothing
      *    stood the whole suite up at the backup site.  Every
      *    indexed and relative master is read in key (slot)
      *    order onto the one sequential DRARCHV archive
      *    (CFDRARC) - a header, the records cut into segments
      *    where they are long, and a trailer - and the DRMANIF
      *    manifest (CFDRMAN) gets each master's record count
      *    and HSAAL150 hash total, closed by a totals row.  A
      *    master missing here is carried as absent, so the
      *    recovery site builds exactly what this one had.  The
      *    images travel byte for byte, packed fields included:
      *    the two sites must share the record formats.  Work
      *    files (VIWKHIBT, the VICHNNEW/VIHCHNEW rebuild copies,
      *    the VRTRNSA/VRTRNSB transaction stream) and the
      *    VICHKPT restart checkpoints are not masters and stay
      *    behind - a recovered chain starts clean.  HBHUN735
      *    reloads the archive at the recovery site
000000     SELECT  DRARCHV
000000             ASSIGN               DRARCHV-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  DRMANIF
000000             ASSIGN               DRMANIF-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
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
000000             ACCESS            SEQUENTIAL
000000             RELATIVE          WK-RELKEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS112
000000             ASSIGN            VRUNYKAN-MSD
000000             ORGANIZATION      IS  RELATIVE
000000             ACCESS            SEQUENTIAL
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
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  JOBLG-REC.
000000     COPY CFJOBLG .
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
000000   03  WK-JOBLG-CNT                PIC 9(09) VALUE ZERO.
000000   03  WK-FILE-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-ABSENT-CNT               PIC 9(05) VALUE ZERO.
000000   03  WK-FILEID                   PIC X(08).
000000   03  WK-ORG                      PIC X(01).
000000   03  WK-RECLEN                   PIC 9(05).
000000   03  SW-ABSENT                   PIC 9(01).
000000   03  WK-RELKEY                   PIC 9(09).
000000   03  WK-FCNT                     PIC 9(09).
000000   03  WK-FHASH                    PIC 9(18).
000000   03  WK-SEGCNT                   PIC 9(02).
000000   03  WK-SEGNO                    PIC 9(02).
000000   03  WK-SEGPOS                   PIC 9(05).
000000   03  WK-RUNDATE                  PIC 9(08).
000000   03  WK-RUNTIME                  PIC 9(06).
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
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000     ACCEPT WK-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT WK-RUNTIME FROM TIME
000000       OPEN  OUTPUT DRARCHV .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN725-01 DRARCHV OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT DRMANIF .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN725-02 DRMANIF OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN725-03 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  every master in turn, then the
      *    manifest's totals row
000000 P000-RTN .
000000     PERFORM U001-RTN THRU CX01010 .
000000     PERFORM U002-RTN THRU CX01020 .
000000     PERFORM U003-RTN THRU CX01030 .
000000     PERFORM U004-RTN THRU CX01040 .
000000     PERFORM U005-RTN THRU CX01050 .
000000     PERFORM U006-RTN THRU CX01060 .
000000     PERFORM U007-RTN THRU CX01070 .
000000     PERFORM U008-RTN THRU CX01080 .
000000     PERFORM U009-RTN THRU CX01090 .
000000     PERFORM U010-RTN THRU CX01100 .
000000     PERFORM U011-RTN THRU CX01110 .
000000     PERFORM U012-RTN THRU CX01120 .
000000     PERFORM U013-RTN THRU CX01130 .
000000     PERFORM U014-RTN THRU CX01140 .
000000     PERFORM U015-RTN THRU CX01150 .
000000     PERFORM U016-RTN THRU CX01160 .
000000     PERFORM U017-RTN THRU CX01170 .
000000     PERFORM U018-RTN THRU CX01180 .
000000     PERFORM U019-RTN THRU CX01190 .
000000     PERFORM U020-RTN THRU CX01200 .
000000     PERFORM U021-RTN THRU CX01210 .
000000     PERFORM U022-RTN THRU CX01220 .
000000     PERFORM U023-RTN THRU CX01230 .
000000     PERFORM U024-RTN THRU CX01240 .
000000     PERFORM U025-RTN THRU CX01250 .
000000     PERFORM U026-RTN THRU CX01260 .
000000     PERFORM U027-RTN THRU CX01270 .
000000     PERFORM U028-RTN THRU CX01280 .
000000     PERFORM U029-RTN THRU CX01290 .
000000     PERFORM U030-RTN THRU CX01300 .
000000     PERFORM U031-RTN THRU CX01310 .
000000     PERFORM U032-RTN THRU CX01320 .
000000     PERFORM U033-RTN THRU CX01330 .
000000     PERFORM U034-RTN THRU CX01340 .
000000     PERFORM U035-RTN THRU CX01350 .
000000     PERFORM U036-RTN THRU CX01360 .
000000     PERFORM U037-RTN THRU CX01370 .
000000     PERFORM U038-RTN THRU CX01380 .
000000     PERFORM U039-RTN THRU CX01390 .
000000     PERFORM U040-RTN THRU CX01400 .
000000     PERFORM U041-RTN THRU CX01410 .
000000     PERFORM U042-RTN THRU CX01420 .
000000     PERFORM U043-RTN THRU CX01430 .
000000     PERFORM U044-RTN THRU CX01440 .
000000     PERFORM U045-RTN THRU CX01450 .
000000     PERFORM U046-RTN THRU CX01460 .
000000     PERFORM U047-RTN THRU CX01470 .
000000     PERFORM U048-RTN THRU CX01480 .
000000     PERFORM U049-RTN THRU CX01490 .
000000     PERFORM U050-RTN THRU CX01500 .
000000     PERFORM U051-RTN THRU CX01510 .
000000     PERFORM U052-RTN THRU CX01520 .
000000     PERFORM U053-RTN THRU CX01530 .
000000     PERFORM U054-RTN THRU CX01540 .
000000     PERFORM U055-RTN THRU CX01550 .
000000     PERFORM U056-RTN THRU CX01560 .
000000     PERFORM U057-RTN THRU CX01570 .
000000     PERFORM U058-RTN THRU CX01580 .
000000     PERFORM U059-RTN THRU CX01590 .
000000     PERFORM U060-RTN THRU CX01600 .
000000     PERFORM U061-RTN THRU CX01610 .
000000     PERFORM U062-RTN THRU CX01620 .
000000     PERFORM U063-RTN THRU CX01630 .
000000     PERFORM U064-RTN THRU CX01640 .
000000     PERFORM U065-RTN THRU CX01650 .
000000     PERFORM U066-RTN THRU CX01660 .
000000     PERFORM U067-RTN THRU CX01670 .
000000     PERFORM U068-RTN THRU CX01680 .
000000     PERFORM U069-RTN THRU CX01690 .
000000     PERFORM U070-RTN THRU CX01700 .
000000     PERFORM U071-RTN THRU CX01710 .
000000     PERFORM U072-RTN THRU CX01720 .
000000     PERFORM U073-RTN THRU CX01730 .
000000     PERFORM U074-RTN THRU CX01740 .
000000     PERFORM U075-RTN THRU CX01750 .
000000     PERFORM U076-RTN THRU CX01760 .
000000     PERFORM U077-RTN THRU CX01770 .
000000     PERFORM U078-RTN THRU CX01780 .
000000     PERFORM U079-RTN THRU CX01790 .
000000     PERFORM U080-RTN THRU CX01800 .
000000     PERFORM U081-RTN THRU CX01810 .
000000     PERFORM U082-RTN THRU CX01820 .
000000     PERFORM U083-RTN THRU CX01830 .
000000     PERFORM U084-RTN THRU CX01840 .
000000     PERFORM U085-RTN THRU CX01850 .
000000     PERFORM U086-RTN THRU CX01860 .
000000     PERFORM U087-RTN THRU CX01870 .
000000     PERFORM U088-RTN THRU CX01880 .
000000     PERFORM U089-RTN THRU CX01890 .
000000     PERFORM U090-RTN THRU CX01900 .
000000     PERFORM U091-RTN THRU CX01910 .
000000     PERFORM U092-RTN THRU CX01920 .
000000     PERFORM U093-RTN THRU CX01930 .
000000     PERFORM U094-RTN THRU CX01940 .
000000     PERFORM U095-RTN THRU CX01950 .
000000     PERFORM U096-RTN THRU CX01960 .
000000     PERFORM U097-RTN THRU CX01970 .
000000     PERFORM U098-RTN THRU CX01980 .
000000     PERFORM U099-RTN THRU CX01990 .
000000     PERFORM U100-RTN THRU CX02000 .
000000     PERFORM U101-RTN THRU CX02010 .
000000     PERFORM U102-RTN THRU CX02020 .
000000     PERFORM U103-RTN THRU CX02030 .
000000     PERFORM U104-RTN THRU CX02040 .
000000     PERFORM U105-RTN THRU CX02050 .
000000     PERFORM U106-RTN THRU CX02060 .
000000     PERFORM U107-RTN THRU CX02070 .
000000     PERFORM U108-RTN THRU CX02080 .
000000     PERFORM U109-RTN THRU CX02090 .
000000     PERFORM U110-RTN THRU CX02100 .
000000     PERFORM U111-RTN THRU CX02110 .
000000     PERFORM U112-RTN THRU CX02120 .
000000     PERFORM U113-RTN THRU CX02130 .
000000     PERFORM U114-RTN THRU CX02140 .
      *20260930追加開始
000000     PERFORM U115-RTN THRU CX02150 .
      *20260930追加終了
      *20261001追加開始
000000     PERFORM U116-RTN THRU CX02160 .
      *20261001追加終了
      *20261001追加開始
000000     PERFORM U117-RTN THRU CX02170 .
      *20261001追加終了
      *20261001追加開始
000000     PERFORM U118-RTN THRU CX02180 .
      *20261001追加終了
      *20261002追加開始
000000     PERFORM U119-RTN THRU CX02190 .
      *20261002追加終了
      *20261004追加開始
000000     PERFORM U120-RTN THRU CX02200 .
      *20261004追加終了
      *20261005追加開始
000000     PERFORM U121-RTN THRU CX02210 .
      *20261005追加終了
      *20261005追加開始
000000     PERFORM U122-RTN THRU CX02220 .
      *20261005追加終了
      *20261008追加開始
000000     PERFORM U123-RTN THRU CX02230 .
      *20261008追加終了
      *20261009追加開始
000000     PERFORM U124-RTN THRU CX02240 .
      *20261009追加終了
      *20261009追加開始
000000     PERFORM U125-RTN THRU CX02250 .
      *20261009追加終了
      *20261011追加開始
000000     PERFORM U126-RTN THRU CX02260 .
      *20261011追加終了
      *20261011追加開始
000000     PERFORM U127-RTN THRU CX02270 .
      *20261011追加終了
      *20261012追加開始
000000     PERFORM U128-RTN THRU CX02280 .
      *20261012追加終了
      *20261014追加開始
000000     PERFORM U129-RTN THRU CX02290 .
      *20261014追加終了
000000     INITIALIZE DRM-REC
000000     MOVE "********" TO DRM-FILEID
000000     MOVE "T" TO DRM-ORG
000000     MOVE WK-FILE-CNT TO DRM-COUNT
000000     MOVE WK-JOBLG-CNT TO DRM-HASH
000000     MOVE WK-BUSDT TO DRM-BUSDT
000000     MOVE WK-RUNDATE TO DRM-RUNDATE
000000     MOVE WK-RUNTIME TO DRM-RUNTIME
000000     WRITE DRM-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN725-04 DRMANIF WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00003. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN725-90 MASTERS=" WK-FILE-CNT
000000             " ABSENT=" WK-ABSENT-CNT
000000             " RECORDS=" WK-JOBLG-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN725-05 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  DRARCHV  DRMANIF .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN725-06 DRARCHV CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    RQHIBETU  indexed      50 bytes
000000 U001-RTN .
           MOVE "U001-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "RQHIBETU" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 50 TO WK-RECLEN
000000     OPEN INPUT MS001 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01013.
000000 CX01011.
           MOVE "CX01011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS001 NEXT AT END GO TO CX01012.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS001-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01011.
000000 CX01012.
           MOVE "CX01012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS001 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01013.
           MOVE "CX01013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01010. EXIT.
      *
      *    RQKAISYU  indexed     406 bytes
000000 U002-RTN .
           MOVE "U002-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "RQKAISYU" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 406 TO WK-RECLEN
000000     OPEN INPUT MS002 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01023.
000000 CX01021.
           MOVE "CX01021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS002 NEXT AT END GO TO CX01022.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS002-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01021.
000000 CX01022.
           MOVE "CX01022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS002 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01023.
           MOVE "CX01023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01020. EXIT.
      *
      *    VIACCTMS  indexed      18 bytes
000000 U003-RTN .
           MOVE "U003-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIACCTMS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 18 TO WK-RECLEN
000000     OPEN INPUT MS003 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01033.
000000 CX01031.
           MOVE "CX01031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS003 NEXT AT END GO TO CX01032.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS003-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01031.
000000 CX01032.
           MOVE "CX01032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS003 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01033.
           MOVE "CX01033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01030. EXIT.
      *
      *    VIALRTQ   indexed      79 bytes
000000 U004-RTN .
           MOVE "U004-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIALRTQ" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 79 TO WK-RECLEN
000000     OPEN INPUT MS004 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01043.
000000 CX01041.
           MOVE "CX01041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS004 NEXT AT END GO TO CX01042.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS004-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01041.
000000 CX01042.
           MOVE "CX01042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS004 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01043.
           MOVE "CX01043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01040. EXIT.
      *
      *    VIARCCAT  indexed      49 bytes
000000 U005-RTN .
           MOVE "U005-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIARCCAT" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 49 TO WK-RECLEN
000000     OPEN INPUT MS005 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01053.
000000 CX01051.
           MOVE "CX01051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS005 NEXT AT END GO TO CX01052.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS005-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01051.
000000 CX01052.
           MOVE "CX01052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS005 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01053.
           MOVE "CX01053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01050. EXIT.
      *
      *    VIARLEDG  indexed      98 bytes
000000 U006-RTN .
           MOVE "U006-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIARLEDG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 98 TO WK-RECLEN
000000     OPEN INPUT MS006 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01063.
000000 CX01061.
           MOVE "CX01061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS006 NEXT AT END GO TO CX01062.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS006-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01061.
000000 CX01062.
           MOVE "CX01062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS006 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01063.
           MOVE "CX01063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01060. EXIT.
      *
      *    VIATTREG  indexed      65 bytes
000000 U007-RTN .
           MOVE "U007-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIATTREG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 65 TO WK-RECLEN
000000     OPEN INPUT MS007 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01073.
000000 CX01071.
           MOVE "CX01071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS007 NEXT AT END GO TO CX01072.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS007-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01071.
000000 CX01072.
           MOVE "CX01072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS007 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01073.
           MOVE "CX01073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01070. EXIT.
      *
      *    VIAUDSEAL  indexed      49 bytes
000000 U008-RTN .
           MOVE "U008-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIAUDSEAL" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 49 TO WK-RECLEN
000000     OPEN INPUT MS008 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01083.
000000 CX01081.
           MOVE "CX01081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS008 NEXT AT END GO TO CX01082.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS008-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01081.
000000 CX01082.
           MOVE "CX01082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS008 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01083.
           MOVE "CX01083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01080. EXIT.
      *
      *    VIBANKMS  indexed      45 bytes
000000 U009-RTN .
           MOVE "U009-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIBANKMS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 45 TO WK-RECLEN
000000     OPEN INPUT MS009 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01093.
000000 CX01091.
           MOVE "CX01091" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS009 NEXT AT END GO TO CX01092.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS009-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01091.
000000 CX01092.
           MOVE "CX01092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS009 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01093.
           MOVE "CX01093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01090. EXIT.
      *
      *    VIBLKRANK  indexed      26 bytes
000000 U010-RTN .
           MOVE "U010-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIBLKRANK" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 26 TO WK-RECLEN
000000     OPEN INPUT MS010 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01103.
000000 CX01101.
           MOVE "CX01101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS010 NEXT AT END GO TO CX01102.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS010-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01101.
000000 CX01102.
           MOVE "CX01102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS010 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01103.
           MOVE "CX01103" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01100. EXIT.
      *
      *    VIBLOCK   indexed     110 bytes
000000 U011-RTN .
           MOVE "U011-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIBLOCK" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 110 TO WK-RECLEN
000000     OPEN INPUT MS011 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01113.
000000 CX01111.
           MOVE "CX01111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS011 NEXT AT END GO TO CX01112.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS011-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01111.
000000 CX01112.
           MOVE "CX01112" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS011 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01113.
           MOVE "CX01113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01110. EXIT.
      *
      *    VIBUDGET  indexed      31 bytes
000000 U012-RTN .
           MOVE "U012-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIBUDGET" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 31 TO WK-RECLEN
000000     OPEN INPUT MS012 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01123.
000000 CX01121.
           MOVE "CX01121" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS012 NEXT AT END GO TO CX01122.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS012-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01121.
000000 CX01122.
           MOVE "CX01122" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS012 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01123.
           MOVE "CX01123" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01120. EXIT.
      *
      *    VICALEND  indexed       9 bytes
000000 U013-RTN .
           MOVE "U013-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICALEND" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 9 TO WK-RECLEN
000000     OPEN INPUT MS013 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01133.
000000 CX01131.
           MOVE "CX01131" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS013 NEXT AT END GO TO CX01132.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS013-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01131.
000000 CX01132.
           MOVE "CX01132" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS013 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01133.
           MOVE "CX01133" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01130. EXIT.
      *
      *    VICERTMS  indexed     118 bytes
000000 U014-RTN .
           MOVE "U014-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICERTMS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 118 TO WK-RECLEN
000000     OPEN INPUT MS014 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01143.
000000 CX01141.
           MOVE "CX01141" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS014 NEXT AT END GO TO CX01142.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS014-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01141.
000000 CX01142.
           MOVE "CX01142" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS014 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01143.
           MOVE "CX01143" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01140. EXIT.
      *
      *    VICHCMIT  indexed      77 bytes
000000 U015-RTN .
           MOVE "U015-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICHCMIT" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 77 TO WK-RECLEN
000000     OPEN INPUT MS015 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01153.
000000 CX01151.
           MOVE "CX01151" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS015 NEXT AT END GO TO CX01152.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS015-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01151.
000000 CX01152.
           MOVE "CX01152" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS015 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01153.
           MOVE "CX01153" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01150. EXIT.
      *
      *    VICHNCYC  indexed       5 bytes
000000 U016-RTN .
           MOVE "U016-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICHNCYC" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 5 TO WK-RECLEN
000000     OPEN INPUT MS016 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01163.
000000 CX01161.
           MOVE "CX01161" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS016 NEXT AT END GO TO CX01162.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS016-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01161.
000000 CX01162.
           MOVE "CX01162" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS016 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01163.
           MOVE "CX01163" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01160. EXIT.
      *
      *    VICHNNEL  indexed     102 bytes
000000 U017-RTN .
           MOVE "U017-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICHNNEL" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 102 TO WK-RECLEN
000000     OPEN INPUT MS017 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01173.
000000 CX01171.
           MOVE "CX01171" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS017 NEXT AT END GO TO CX01172.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS017-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01171.
000000 CX01172.
           MOVE "CX01172" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS017 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01173.
           MOVE "CX01173" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01170. EXIT.
      *
      *    VICHNOPN  indexed      18 bytes
000000 U018-RTN .
           MOVE "U018-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICHNOPN" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 18 TO WK-RECLEN
000000     OPEN INPUT MS018 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01183.
000000 CX01181.
           MOVE "CX01181" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS018 NEXT AT END GO TO CX01182.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS018-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01181.
000000 CX01182.
           MOVE "CX01182" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS018 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01183.
           MOVE "CX01183" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01180. EXIT.
      *
      *    VICHNURI  indexed      29 bytes
000000 U019-RTN .
           MOVE "U019-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICHNURI" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 29 TO WK-RECLEN
000000     OPEN INPUT MS019 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01193.
000000 CX01191.
           MOVE "CX01191" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS019 NEXT AT END GO TO CX01192.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS019-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01191.
000000 CX01192.
           MOVE "CX01192" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS019 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01193.
           MOVE "CX01193" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01190. EXIT.
      *
      *    VICHTIER  indexed      19 bytes
000000 U020-RTN .
           MOVE "U020-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICHTIER" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 19 TO WK-RECLEN
000000     OPEN INPUT MS020 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01203.
000000 CX01201.
           MOVE "CX01201" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS020 NEXT AT END GO TO CX01202.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS020-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01201.
000000 CX01202.
           MOVE "CX01202" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS020 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01203.
           MOVE "CX01203" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01200. EXIT.
      *
      *    VICLSREQ  indexed       8 bytes
000000 U021-RTN .
           MOVE "U021-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICLSREQ" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 8 TO WK-RECLEN
000000     OPEN INPUT MS021 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01213.
000000 CX01211.
           MOVE "CX01211" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS021 NEXT AT END GO TO CX01212.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS021-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01211.
000000 CX01212.
           MOVE "CX01212" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS021 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01213.
           MOVE "CX01213" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01210. EXIT.
      *
      *    VICMPGN   indexed     127 bytes
000000 U022-RTN .
           MOVE "U022-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICMPGN" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 127 TO WK-RECLEN
000000     OPEN INPUT MS022 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01223.
000000 CX01221.
           MOVE "CX01221" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS022 NEXT AT END GO TO CX01222.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS022-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01221.
000000 CX01222.
           MOVE "CX01222" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS022 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01223.
           MOVE "CX01223" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01220. EXIT.
      *
      *    VICMPUSE  indexed      57 bytes
000000 U023-RTN .
           MOVE "U023-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICMPUSE" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 57 TO WK-RECLEN
000000     OPEN INPUT MS023 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01233.
000000 CX01231.
           MOVE "CX01231" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS023 NEXT AT END GO TO CX01232.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS023-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01231.
000000 CX01232.
           MOVE "CX01232" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS023 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01233.
           MOVE "CX01233" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01230. EXIT.
      *
      *    VICMTHIS  indexed      82 bytes
000000 U024-RTN .
           MOVE "U024-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICMTHIS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 82 TO WK-RECLEN
000000     OPEN INPUT MS024 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01243.
000000 CX01241.
           MOVE "CX01241" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS024 NEXT AT END GO TO CX01242.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS024-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01241.
000000 CX01242.
           MOVE "CX01242" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS024 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01243.
           MOVE "CX01243" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01240. EXIT.
      *
      *    VICODREG  indexed      80 bytes
000000 U025-RTN .
           MOVE "U025-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICODREG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 80 TO WK-RECLEN
000000     OPEN INPUT MS025 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01253.
000000 CX01251.
           MOVE "CX01251" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS025 NEXT AT END GO TO CX01252.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS025-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01251.
000000 CX01252.
           MOVE "CX01252" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS025 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01253.
           MOVE "CX01253" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01250. EXIT.
      *
      *    VICRTMAC  indexed      68 bytes
000000 U026-RTN .
           MOVE "U026-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICRTMAC" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 68 TO WK-RECLEN
000000     OPEN INPUT MS026 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01263.
000000 CX01261.
           MOVE "CX01261" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS026 NEXT AT END GO TO CX01262.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS026-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01261.
000000 CX01262.
           MOVE "CX01262" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS026 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01263.
           MOVE "CX01263" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01260. EXIT.
      *
      *    VIDEPTXN  indexed      74 bytes
000000 U027-RTN .
           MOVE "U027-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIDEPTXN" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 74 TO WK-RECLEN
000000     OPEN INPUT MS027 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01273.
000000 CX01271.
           MOVE "CX01271" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS027 NEXT AT END GO TO CX01272.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS027-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01271.
000000 CX01272.
           MOVE "CX01272" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS027 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01273.
           MOVE "CX01273" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01270. EXIT.
      *
      *    VIDISPUT  indexed      73 bytes
000000 U028-RTN .
           MOVE "U028-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIDISPUT" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 73 TO WK-RECLEN
000000     OPEN INPUT MS028 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01283.
000000 CX01281.
           MOVE "CX01281" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS028 NEXT AT END GO TO CX01282.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS028-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01281.
000000 CX01282.
           MOVE "CX01282" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS028 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01283.
           MOVE "CX01283" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01280. EXIT.
      *
      *    VIDSTLOG  indexed      66 bytes
000000 U029-RTN .
           MOVE "U029-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIDSTLOG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 66 TO WK-RECLEN
000000     OPEN INPUT MS029 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01293.
000000 CX01291.
           MOVE "CX01291" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS029 NEXT AT END GO TO CX01292.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS029-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01291.
000000 CX01292.
           MOVE "CX01292" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS029 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01293.
           MOVE "CX01293" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01290. EXIT.
      *
      *    VIDSTRKY  indexed      43 bytes
000000 U030-RTN .
           MOVE "U030-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIDSTRKY" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 43 TO WK-RECLEN
000000     OPEN INPUT MS030 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01303.
000000 CX01301.
           MOVE "CX01301" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS030 NEXT AT END GO TO CX01302.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS030-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01301.
000000 CX01302.
           MOVE "CX01302" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS030 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01303.
           MOVE "CX01303" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01300. EXIT.
      *
      *    VIDUPKEY  indexed      35 bytes
000000 U031-RTN .
           MOVE "U031-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIDUPKEY" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 35 TO WK-RECLEN
000000     OPEN INPUT MS031 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01313.
000000 CX01311.
           MOVE "CX01311" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS031 NEXT AT END GO TO CX01312.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS031-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01311.
000000 CX01312.
           MOVE "CX01312" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS031 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01313.
           MOVE "CX01313" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01310. EXIT.
      *
      *    VIDWNLOG  indexed     106 bytes
000000 U032-RTN .
           MOVE "U032-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIDWNLOG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 106 TO WK-RECLEN
000000     OPEN INPUT MS032 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01323.
000000 CX01321.
           MOVE "CX01321" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS032 NEXT AT END GO TO CX01322.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS032-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01321.
000000 CX01322.
           MOVE "CX01322" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS032 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01323.
           MOVE "CX01323" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01320. EXIT.
      *
      *    VIERRCOR  indexed      23 bytes
000000 U033-RTN .
           MOVE "U033-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIERRCOR" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 23 TO WK-RECLEN
000000     OPEN INPUT MS033 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01333.
000000 CX01331.
           MOVE "CX01331" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS033 NEXT AT END GO TO CX01332.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS033-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01331.
000000 CX01332.
           MOVE "CX01332" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS033 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01333.
           MOVE "CX01333" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01330. EXIT.
      *
      *    VIERRMSG  indexed     112 bytes
000000 U034-RTN .
           MOVE "U034-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIERRMSG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 112 TO WK-RECLEN
000000     OPEN INPUT MS034 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01343.
000000 CX01341.
           MOVE "CX01341" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS034 NEXT AT END GO TO CX01342.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS034-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01341.
000000 CX01342.
           MOVE "CX01342" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS034 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01343.
           MOVE "CX01343" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01340. EXIT.
      *
      *    VIEVTCAL  indexed      93 bytes
000000 U035-RTN .
           MOVE "U035-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIEVTCAL" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 93 TO WK-RECLEN
000000     OPEN INPUT MS035 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01353.
000000 CX01351.
           MOVE "CX01351" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS035 NEXT AT END GO TO CX01352.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS035-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01351.
000000 CX01352.
           MOVE "CX01352" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS035 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01353.
           MOVE "CX01353" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01350. EXIT.
      *
      *    VIEXTDEF  indexed      58 bytes
000000 U036-RTN .
           MOVE "U036-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIEXTDEF" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 58 TO WK-RECLEN
000000     OPEN INPUT MS036 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01363.
000000 CX01361.
           MOVE "CX01361" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS036 NEXT AT END GO TO CX01362.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS036-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01361.
000000 CX01362.
           MOVE "CX01362" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS036 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01363.
           MOVE "CX01363" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01360. EXIT.
      *
      *    VIFCNDTL  indexed      85 bytes
000000 U037-RTN .
           MOVE "U037-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIFCNDTL" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 85 TO WK-RECLEN
000000     OPEN INPUT MS037 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01373.
000000 CX01371.
           MOVE "CX01371" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS037 NEXT AT END GO TO CX01372.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS037-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01371.
000000 CX01372.
           MOVE "CX01372" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS037 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01373.
           MOVE "CX01373" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01370. EXIT.
      *
      *    VIFCSTHS  indexed      68 bytes
000000 U038-RTN .
           MOVE "U038-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIFCSTHS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 68 TO WK-RECLEN
000000     OPEN INPUT MS038 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01383.
000000 CX01381.
           MOVE "CX01381" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS038 NEXT AT END GO TO CX01382.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS038-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01381.
000000 CX01382.
           MOVE "CX01382" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS038 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01383.
           MOVE "CX01383" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01380. EXIT.
      *
      *    VIFEPARV  indexed      83 bytes
000000 U039-RTN .
           MOVE "U039-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIFEPARV" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 83 TO WK-RECLEN
000000     OPEN INPUT MS039 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01393.
000000 CX01391.
           MOVE "CX01391" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS039 NEXT AT END GO TO CX01392.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS039-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01391.
000000 CX01392.
           MOVE "CX01392" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS039 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01393.
           MOVE "CX01393" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01390. EXIT.
      *
      *    VIFEPMST  indexed      84 bytes
000000 U040-RTN .
           MOVE "U040-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIFEPMST" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 84 TO WK-RECLEN
000000     OPEN INPUT MS040 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01403.
000000 CX01401.
           MOVE "CX01401" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS040 NEXT AT END GO TO CX01402.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS040-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01401.
000000 CX01402.
           MOVE "CX01402" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS040 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01403.
           MOVE "CX01403" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01400. EXIT.
      *
      *    VIFLRDAY  indexed      56 bytes
000000 U041-RTN .
           MOVE "U041-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIFLRDAY" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 56 TO WK-RECLEN
000000     OPEN INPUT MS041 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01413.
000000 CX01411.
           MOVE "CX01411" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS041 NEXT AT END GO TO CX01412.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS041-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01411.
000000 CX01412.
           MOVE "CX01412" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS041 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01413.
           MOVE "CX01413" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01410. EXIT.
      *
      *    VIFLTLDG  indexed      48 bytes
000000 U042-RTN .
           MOVE "U042-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIFLTLDG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 48 TO WK-RECLEN
000000     OPEN INPUT MS042 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01423.
000000 CX01421.
           MOVE "CX01421" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS042 NEXT AT END GO TO CX01422.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS042-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01421.
000000 CX01422.
           MOVE "CX01422" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS042 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01423.
           MOVE "CX01423" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01420. EXIT.
      *
      *    VIGAME    indexed     106 bytes
000000 U043-RTN .
           MOVE "U043-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIGAME" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 106 TO WK-RECLEN
000000     OPEN INPUT MS043 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01433.
000000 CX01431.
           MOVE "CX01431" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS043 NEXT AT END GO TO CX01432.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS043-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01431.
000000 CX01432.
           MOVE "CX01432" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS043 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01433.
           MOVE "CX01433" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01430. EXIT.
      *
      *    VIGMRHIS  indexed    8122 bytes
000000 U044-RTN .
           MOVE "U044-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIGMRHIS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 8122 TO WK-RECLEN
000000     OPEN INPUT MS044 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01443.
000000 CX01441.
           MOVE "CX01441" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS044 NEXT AT END GO TO CX01442.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS044-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01441.
000000 CX01442.
           MOVE "CX01442" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS044 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01443.
           MOVE "CX01443" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01440. EXIT.
      *
      *    VIGMRLEF  indexed      26 bytes
000000 U045-RTN .
           MOVE "U045-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIGMRLEF" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 26 TO WK-RECLEN
000000     OPEN INPUT MS045 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01453.
000000 CX01451.
           MOVE "CX01451" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS045 NEXT AT END GO TO CX01452.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS045-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01451.
000000 CX01452.
           MOVE "CX01452" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS045 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01453.
           MOVE "CX01453" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01450. EXIT.
      *
      *    VIGMRULE  indexed     106 bytes
000000 U046-RTN .
           MOVE "U046-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIGMRULE" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 106 TO WK-RECLEN
000000     OPEN INPUT MS046 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01463.
000000 CX01461.
           MOVE "CX01461" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS046 NEXT AT END GO TO CX01462.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS046-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01461.
000000 CX01462.
           MOVE "CX01462" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS046 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01463.
           MOVE "CX01463" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01460. EXIT.
      *
      *    VIGMTYPE  indexed       4 bytes
000000 U047-RTN .
           MOVE "U047-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIGMTYPE" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 4 TO WK-RECLEN
000000     OPEN INPUT MS047 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01473.
000000 CX01471.
           MOVE "CX01471" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS047 NEXT AT END GO TO CX01472.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS047-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01471.
000000 CX01472.
           MOVE "CX01472" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS047 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01473.
           MOVE "CX01473" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01470. EXIT.
      *
      *    VIGYOSYA  indexed     108 bytes
000000 U048-RTN .
           MOVE "U048-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIGYOSYA" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 108 TO WK-RECLEN
000000     OPEN INPUT MS048 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01483.
000000 CX01481.
           MOVE "CX01481" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS048 NEXT AT END GO TO CX01482.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS048-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01481.
000000 CX01482.
           MOVE "CX01482" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS048 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01483.
           MOVE "CX01483" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01480. EXIT.
      *
      *    VIHANACC  indexed      25 bytes
000000 U049-RTN .
           MOVE "U049-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIHANACC" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 25 TO WK-RECLEN
000000     OPEN INPUT MS049 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01493.
000000 CX01491.
           MOVE "CX01491" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS049 NEXT AT END GO TO CX01492.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS049-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01491.
000000 CX01492.
           MOVE "CX01492" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS049 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01493.
           MOVE "CX01493" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01490. EXIT.
      *
      *    VIHANRES  indexed      27 bytes
000000 U050-RTN .
           MOVE "U050-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIHANRES" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 27 TO WK-RECLEN
000000     OPEN INPUT MS050 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01503.
000000 CX01501.
           MOVE "CX01501" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS050 NEXT AT END GO TO CX01502.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS050-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01501.
000000 CX01502.
           MOVE "CX01502" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS050 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01503.
           MOVE "CX01503" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01500. EXIT.
      *
      *    VIHATOU   indexed      14 bytes
000000 U051-RTN .
           MOVE "U051-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIHATOU" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 14 TO WK-RECLEN
000000     OPEN INPUT MS051 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01513.
000000 CX01511.
           MOVE "CX01511" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS051 NEXT AT END GO TO CX01512.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS051-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01511.
000000 CX01512.
           MOVE "CX01512" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS051 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01513.
           MOVE "CX01513" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01510. EXIT.
      *
      *    VIHBTMON  indexed      69 bytes
000000 U052-RTN .
           MOVE "U052-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIHBTMON" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 69 TO WK-RECLEN
000000     OPEN INPUT MS052 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01523.
000000 CX01521.
           MOVE "CX01521" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS052 NEXT AT END GO TO CX01522.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS052-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01521.
000000 CX01522.
           MOVE "CX01522" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS052 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01523.
           MOVE "CX01523" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01520. EXIT.
      *
      *    VIHCHNUR  indexed      29 bytes
000000 U053-RTN .
           MOVE "U053-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIHCHNUR" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 29 TO WK-RECLEN
000000     OPEN INPUT MS053 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01533.
000000 CX01531.
           MOVE "CX01531" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS053 NEXT AT END GO TO CX01532.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS053-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01531.
000000 CX01532.
           MOVE "CX01532" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS053 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01533.
           MOVE "CX01533" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01530. EXIT.
      *
      *    VIHOLIDY  indexed       9 bytes
000000 U054-RTN .
           MOVE "U054-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIHOLIDY" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 9 TO WK-RECLEN
000000     OPEN INPUT MS054 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01543.
000000 CX01541.
           MOVE "CX01541" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS054 NEXT AT END GO TO CX01542.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS054-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01541.
000000 CX01542.
           MOVE "CX01542" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS054 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01543.
           MOVE "CX01543" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01540. EXIT.
      *
      *    VIHURHIS  indexed      17 bytes
000000 U055-RTN .
           MOVE "U055-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIHURHIS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 17 TO WK-RECLEN
000000     OPEN INPUT MS055 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01553.
000000 CX01551.
           MOVE "CX01551" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS055 NEXT AT END GO TO CX01552.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS055-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01551.
000000 CX01552.
           MOVE "CX01552" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS055 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01553.
           MOVE "CX01553" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01550. EXIT.
      *
      *    VIIDXCAT  indexed    8056 bytes
000000 U056-RTN .
           MOVE "U056-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIIDXCAT" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 8056 TO WK-RECLEN
000000     OPEN INPUT MS056 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01563.
000000 CX01561.
           MOVE "CX01561" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS056 NEXT AT END GO TO CX01562.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS056-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01561.
000000 CX01562.
           MOVE "CX01562" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS056 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01563.
           MOVE "CX01563" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01560. EXIT.
      *
      *    VIINVREG  indexed      55 bytes
000000 U057-RTN .
           MOVE "U057-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIINVREG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 55 TO WK-RECLEN
000000     OPEN INPUT MS057 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01573.
000000 CX01571.
           MOVE "CX01571" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS057 NEXT AT END GO TO CX01572.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS057-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01571.
000000 CX01572.
           MOVE "CX01572" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS057 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01573.
           MOVE "CX01573" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01570. EXIT.
      *
      *    VIJIKPTN  indexed      38 bytes
000000 U058-RTN .
           MOVE "U058-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIJIKPTN" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 38 TO WK-RECLEN
000000     OPEN INPUT MS058 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01583.
000000 CX01581.
           MOVE "CX01581" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS058 NEXT AT END GO TO CX01582.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS058-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01581.
000000 CX01582.
           MOVE "CX01582" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS058 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01583.
           MOVE "CX01583" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01580. EXIT.
      *
      *    VIJKPOOL  indexed     200 bytes
000000 U059-RTN .
           MOVE "U059-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIJKPOOL" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 200 TO WK-RECLEN
000000     OPEN INPUT MS059 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01593.
000000 CX01591.
           MOVE "CX01591" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS059 NEXT AT END GO TO CX01592.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS059-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01591.
000000 CX01592.
           MOVE "CX01592" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS059 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01593.
           MOVE "CX01593" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01590. EXIT.
      *
      *    VIJOBLOG  indexed      83 bytes
000000 U060-RTN .
           MOVE "U060-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIJOBLOG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 83 TO WK-RECLEN
000000     OPEN INPUT MS060 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01603.
000000 CX01601.
           MOVE "CX01601" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS060 NEXT AT END GO TO CX01602.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS060-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01601.
000000 CX01602.
           MOVE "CX01602" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS060 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01603.
           MOVE "CX01603" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01600. EXIT.
      *
      *    VIKSZIDX  indexed      32 bytes
000000 U061-RTN .
           MOVE "U061-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIKSZIDX" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 32 TO WK-RECLEN
000000     OPEN INPUT MS061 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01613.
000000 CX01611.
           MOVE "CX01611" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS061 NEXT AT END GO TO CX01612.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS061-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01611.
000000 CX01612.
           MOVE "CX01612" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS061 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01613.
           MOVE "CX01613" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01610. EXIT.
      *
      *    VILIABHS  indexed      25 bytes
000000 U062-RTN .
           MOVE "U062-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VILIABHS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 25 TO WK-RECLEN
000000     OPEN INPUT MS062 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01623.
000000 CX01621.
           MOVE "CX01621" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS062 NEXT AT END GO TO CX01622.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS062-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01621.
000000 CX01622.
           MOVE "CX01622" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS062 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01623.
           MOVE "CX01623" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01620. EXIT.
      *
      *    VIMACASG  indexed      41 bytes
000000 U063-RTN .
           MOVE "U063-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIMACASG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 41 TO WK-RECLEN
000000     OPEN INPUT MS063 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01633.
000000 CX01631.
           MOVE "CX01631" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS063 NEXT AT END GO TO CX01632.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS063-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01631.
000000 CX01632.
           MOVE "CX01632" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS063 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01633.
           MOVE "CX01633" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01630. EXIT.
      *
      *    VIMACINV  indexed      45 bytes
000000 U064-RTN .
           MOVE "U064-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIMACINV" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 45 TO WK-RECLEN
000000     OPEN INPUT MS064 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01643.
000000 CX01641.
           MOVE "CX01641" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS064 NEXT AT END GO TO CX01642.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS064-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01641.
000000 CX01642.
           MOVE "CX01642" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS064 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01643.
           MOVE "CX01643" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01640. EXIT.
      *
      *    VIMBRDEP  indexed     125 bytes
000000 U065-RTN .
           MOVE "U065-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIMBRDEP" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 125 TO WK-RECLEN
000000     OPEN INPUT MS065 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01653.
000000 CX01651.
           MOVE "CX01651" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS065 NEXT AT END GO TO CX01652.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS065-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01651.
000000 CX01652.
           MOVE "CX01652" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS065 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01653.
           MOVE "CX01653" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01650. EXIT.
      *
      *    VIMSKRUL  indexed      59 bytes
000000 U066-RTN .
           MOVE "U066-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIMSKRUL" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 59 TO WK-RECLEN
000000     OPEN INPUT MS066 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01663.
000000 CX01661.
           MOVE "CX01661" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS066 NEXT AT END GO TO CX01662.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS066-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01661.
000000 CX01662.
           MOVE "CX01662" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS066 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01663.
           MOVE "CX01663" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01660. EXIT.
      *
      *    VIMSTPND  indexed      60 bytes
000000 U067-RTN .
           MOVE "U067-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIMSTPND" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 60 TO WK-RECLEN
000000     OPEN INPUT MS067 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01673.
000000 CX01671.
           MOVE "CX01671" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS067 NEXT AT END GO TO CX01672.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS067-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01671.
000000 CX01672.
           MOVE "CX01672" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS067 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01673.
           MOVE "CX01673" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01670. EXIT.
      *
      *    VIMTRLST  indexed     108 bytes
000000 U068-RTN .
           MOVE "U068-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIMTRLST" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 108 TO WK-RECLEN
000000     OPEN INPUT MS068 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01683.
000000 CX01681.
           MOVE "CX01681" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS068 NEXT AT END GO TO CX01682.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS068-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01681.
000000 CX01682.
           MOVE "CX01682" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS068 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01683.
           MOVE "CX01683" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01680. EXIT.
      *
      *    VIODDPUB  indexed      56 bytes
000000 U069-RTN .
           MOVE "U069-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIODDPUB" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 56 TO WK-RECLEN
000000     OPEN INPUT MS069 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01693.
000000 CX01691.
           MOVE "CX01691" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS069 NEXT AT END GO TO CX01692.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS069-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01691.
000000 CX01692.
           MOVE "CX01692" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS069 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01693.
           MOVE "CX01693" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01690. EXIT.
      *
      *    VIOPRMST  indexed      47 bytes
000000 U070-RTN .
           MOVE "U070-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIOPRMST" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 47 TO WK-RECLEN
000000     OPEN INPUT MS070 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01703.
000000 CX01701.
           MOVE "CX01701" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS070 NEXT AT END GO TO CX01702.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS070-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01701.
000000 CX01702.
           MOVE "CX01702" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS070 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01703.
           MOVE "CX01703" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01700. EXIT.
      *
      *    VIPARTCT  indexed      67 bytes
000000 U071-RTN .
           MOVE "U071-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIPARTCT" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 67 TO WK-RECLEN
000000     OPEN INPUT MS071 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01713.
000000 CX01711.
           MOVE "CX01711" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS071 NEXT AT END GO TO CX01712.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS071-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01711.
000000 CX01712.
           MOVE "CX01712" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS071 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01713.
           MOVE "CX01713" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01710. EXIT.
      *
      *    VIPARTHS  indexed      23 bytes
000000 U072-RTN .
           MOVE "U072-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIPARTHS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 23 TO WK-RECLEN
000000     OPEN INPUT MS072 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01723.
000000 CX01721.
           MOVE "CX01721" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS072 NEXT AT END GO TO CX01722.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS072-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01721.
000000 CX01722.
           MOVE "CX01722" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS072 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01723.
           MOVE "CX01723" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01720. EXIT.
      *
      *    VIPAYSTS  indexed      57 bytes
000000 U073-RTN .
           MOVE "U073-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIPAYSTS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 57 TO WK-RECLEN
000000     OPEN INPUT MS073 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01733.
000000 CX01731.
           MOVE "CX01731" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS073 NEXT AT END GO TO CX01732.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS073-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01731.
000000 CX01732.
           MOVE "CX01732" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS073 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01733.
           MOVE "CX01733" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01730. EXIT.
      *
      *    VIPAYVCH  indexed     135 bytes
000000 U074-RTN .
           MOVE "U074-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIPAYVCH" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 135 TO WK-RECLEN
000000     OPEN INPUT MS074 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01743.
000000 CX01741.
           MOVE "CX01741" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS074 NEXT AT END GO TO CX01742.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS074-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01741.
000000 CX01742.
           MOVE "CX01742" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS074 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01743.
           MOVE "CX01743" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01740. EXIT.
      *
      *    VIPERIOD  indexed      31 bytes
000000 U075-RTN .
           MOVE "U075-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIPERIOD" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 31 TO WK-RECLEN
000000     OPEN INPUT MS075 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01753.
000000 CX01751.
           MOVE "CX01751" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS075 NEXT AT END GO TO CX01752.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS075-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01751.
000000 CX01752.
           MOVE "CX01752" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS075 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01753.
           MOVE "CX01753" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01750. EXIT.
      *
      *    VIPNDAPR  indexed      57 bytes
000000 U076-RTN .
           MOVE "U076-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIPNDAPR" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 57 TO WK-RECLEN
000000     OPEN INPUT MS076 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01763.
000000 CX01761.
           MOVE "CX01761" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS076 NEXT AT END GO TO CX01762.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS076-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01761.
000000 CX01762.
           MOVE "CX01762" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS076 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01763.
           MOVE "CX01763" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01760. EXIT.
      *
      *    VIPOBND   indexed      63 bytes
000000 U077-RTN .
           MOVE "U077-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIPOBND" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 63 TO WK-RECLEN
000000     OPEN INPUT MS077 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01773.
000000 CX01771.
           MOVE "CX01771" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS077 NEXT AT END GO TO CX01772.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS077-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01771.
000000 CX01772.
           MOVE "CX01772" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS077 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01773.
           MOVE "CX01773" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01770. EXIT.
      *
      *    VIPORHIS  indexed      46 bytes
000000 U078-RTN .
           MOVE "U078-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIPORHIS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 46 TO WK-RECLEN
000000     OPEN INPUT MS078 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01783.
000000 CX01781.
           MOVE "CX01781" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS078 NEXT AT END GO TO CX01782.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS078-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01781.
000000 CX01782.
           MOVE "CX01782" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS078 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01783.
           MOVE "CX01783" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01780. EXIT.
      *
      *    VIPRZLDG  indexed      92 bytes
000000 U079-RTN .
           MOVE "U079-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIPRZLDG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 92 TO WK-RECLEN
000000     OPEN INPUT MS079 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01793.
000000 CX01791.
           MOVE "CX01791" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS079 NEXT AT END GO TO CX01792.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS079-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01791.
000000 CX01792.
           MOVE "CX01792" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS079 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01793.
           MOVE "CX01793" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01790. EXIT.
      *
      *    VIPRZMST  indexed     102 bytes
000000 U080-RTN .
           MOVE "U080-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIPRZMST" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 102 TO WK-RECLEN
000000     OPEN INPUT MS080 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01803.
000000 CX01801.
           MOVE "CX01801" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS080 NEXT AT END GO TO CX01802.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS080-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01801.
000000 CX01802.
           MOVE "CX01802" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS080 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01803.
           MOVE "CX01803" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01800. EXIT.
      *
      *    VIQLTHIS  indexed      33 bytes
000000 U081-RTN .
           MOVE "U081-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIQLTHIS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 33 TO WK-RECLEN
000000     OPEN INPUT MS081 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01813.
000000 CX01811.
           MOVE "CX01811" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS081 NEXT AT END GO TO CX01812.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS081-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01811.
000000 CX01812.
           MOVE "CX01812" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS081 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01813.
           MOVE "CX01813" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01810. EXIT.
      *
      *    VIRECITM  indexed     165 bytes
000000 U082-RTN .
           MOVE "U082-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIRECITM" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 165 TO WK-RECLEN
000000     OPEN INPUT MS082 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01823.
000000 CX01821.
           MOVE "CX01821" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS082 NEXT AT END GO TO CX01822.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS082-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01821.
000000 CX01822.
           MOVE "CX01822" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS082 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01823.
           MOVE "CX01823" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01820. EXIT.
      *
      *    VIRELBAT  indexed     132 bytes
000000 U083-RTN .
           MOVE "U083-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIRELBAT" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 132 TO WK-RECLEN
000000     OPEN INPUT MS083 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01833.
000000 CX01831.
           MOVE "CX01831" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS083 NEXT AT END GO TO CX01832.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS083-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01831.
000000 CX01832.
           MOVE "CX01832" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS083 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01833.
           MOVE "CX01833" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01830. EXIT.
      *
      *    VIRELCHN  indexed      92 bytes
000000 U084-RTN .
           MOVE "U084-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIRELCHN" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 92 TO WK-RECLEN
000000     OPEN INPUT MS084 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01843.
000000 CX01841.
           MOVE "CX01841" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS084 NEXT AT END GO TO CX01842.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS084-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01841.
000000 CX01842.
           MOVE "CX01842" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS084 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01843.
           MOVE "CX01843" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01840. EXIT.
      *
      *    VIRETENT  indexed      19 bytes
000000 U085-RTN .
           MOVE "U085-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIRETENT" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 19 TO WK-RECLEN
000000     OPEN INPUT MS085 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01853.
000000 CX01851.
           MOVE "CX01851" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS085 NEXT AT END GO TO CX01852.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS085-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01851.
000000 CX01852.
           MOVE "CX01852" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS085 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01853.
           MOVE "CX01853" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01850. EXIT.
      *
      *    VIRPTDST  indexed      67 bytes
000000 U086-RTN .
           MOVE "U086-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIRPTDST" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 67 TO WK-RECLEN
000000     OPEN INPUT MS086 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01863.
000000 CX01861.
           MOVE "CX01861" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS086 NEXT AT END GO TO CX01862.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS086-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01861.
000000 CX01862.
           MOVE "CX01862" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS086 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01863.
           MOVE "CX01863" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01860. EXIT.
      *
      *    VIRQQUE   indexed      34 bytes
000000 U087-RTN .
           MOVE "U087-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIRQQUE" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 34 TO WK-RECLEN
000000     OPEN INPUT MS087 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01873.
000000 CX01871.
           MOVE "CX01871" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS087 NEXT AT END GO TO CX01872.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS087-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01871.
000000 CX01872.
           MOVE "CX01872" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS087 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01873.
           MOVE "CX01873" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01870. EXIT.
      *
      *    VIRUNHIS  indexed      31 bytes
000000 U088-RTN .
           MOVE "U088-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIRUNHIS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 31 TO WK-RECLEN
000000     OPEN INPUT MS088 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01883.
000000 CX01881.
           MOVE "CX01881" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS088 NEXT AT END GO TO CX01882.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS088-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01881.
000000 CX01882.
           MOVE "CX01882" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS088 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01883.
           MOVE "CX01883" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01880. EXIT.
      *
      *    VIRUNPRM  indexed      48 bytes
000000 U089-RTN .
           MOVE "U089-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIRUNPRM" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 48 TO WK-RECLEN
000000     OPEN INPUT MS089 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01893.
000000 CX01891.
           MOVE "CX01891" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS089 NEXT AT END GO TO CX01892.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS089-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01891.
000000 CX01892.
           MOVE "CX01892" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS089 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01893.
           MOVE "CX01893" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01890. EXIT.
      *
      *    VIRUNSEQ  indexed      16 bytes
000000 U090-RTN .
           MOVE "U090-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIRUNSEQ" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 16 TO WK-RECLEN
000000     OPEN INPUT MS090 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01903.
000000 CX01901.
           MOVE "CX01901" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS090 NEXT AT END GO TO CX01902.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS090-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01901.
000000 CX01902.
           MOVE "CX01902" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS090 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01903.
           MOVE "CX01903" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01900. EXIT.
      *
      *    VISCHEDL  indexed      11 bytes
000000 U091-RTN .
           MOVE "U091-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VISCHEDL" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 11 TO WK-RECLEN
000000     OPEN INPUT MS091 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01913.
000000 CX01911.
           MOVE "CX01911" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS091 NEXT AT END GO TO CX01912.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS091-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01911.
000000 CX01912.
           MOVE "CX01912" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS091 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01913.
           MOVE "CX01913" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01910. EXIT.
      *
      *    VISETCHG  indexed      92 bytes
000000 U092-RTN .
           MOVE "U092-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VISETCHG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 92 TO WK-RECLEN
000000     OPEN INPUT MS092 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01923.
000000 CX01921.
           MOVE "CX01921" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS092 NEXT AT END GO TO CX01922.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS092-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01921.
000000 CX01922.
           MOVE "CX01922" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS092 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01923.
           MOVE "CX01923" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01920. EXIT.
      *
      *    VISGPREV  indexed      39 bytes
000000 U093-RTN .
           MOVE "U093-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VISGPREV" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 39 TO WK-RECLEN
000000     OPEN INPUT MS093 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01933.
000000 CX01931.
           MOVE "CX01931" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS093 NEXT AT END GO TO CX01932.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS093-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01931.
000000 CX01932.
           MOVE "CX01932" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS093 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01933.
           MOVE "CX01933" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01930. EXIT.
      *
      *    VISNPGEN  indexed     100 bytes
000000 U094-RTN .
           MOVE "U094-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VISNPGEN" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 100 TO WK-RECLEN
000000     OPEN INPUT MS094 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01943.
000000 CX01941.
           MOVE "CX01941" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS094 NEXT AT END GO TO CX01942.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS094-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01941.
000000 CX01942.
           MOVE "CX01942" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS094 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01943.
           MOVE "CX01943" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01940. EXIT.
      *
      *    VISRVCAS  indexed     189 bytes
000000 U095-RTN .
           MOVE "U095-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VISRVCAS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 189 TO WK-RECLEN
000000     OPEN INPUT MS095 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01953.
000000 CX01951.
           MOVE "CX01951" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS095 NEXT AT END GO TO CX01952.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS095-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01951.
000000 CX01952.
           MOVE "CX01952" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS095 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01953.
           MOVE "CX01953" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01950. EXIT.
      *
      *    VISTOPPY  indexed     105 bytes
000000 U096-RTN .
           MOVE "U096-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VISTOPPY" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 105 TO WK-RECLEN
000000     OPEN INPUT MS096 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01963.
000000 CX01961.
           MOVE "CX01961" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS096 NEXT AT END GO TO CX01962.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS096-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01961.
000000 CX01962.
           MOVE "CX01962" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS096 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01963.
           MOVE "CX01963" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01960. EXIT.
      *
      *    VITAXRT   indexed      12 bytes
000000 U097-RTN .
           MOVE "U097-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VITAXRT" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 12 TO WK-RECLEN
000000     OPEN INPUT MS097 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01973.
000000 CX01971.
           MOVE "CX01971" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS097 NEXT AT END GO TO CX01972.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS097-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01971.
000000 CX01972.
           MOVE "CX01972" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS097 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01973.
           MOVE "CX01973" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01970. EXIT.
      *
      *    VITMBAND  indexed      21 bytes
000000 U098-RTN .
           MOVE "U098-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VITMBAND" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 21 TO WK-RECLEN
000000     OPEN INPUT MS098 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01983.
000000 CX01981.
           MOVE "CX01981" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS098 NEXT AT END GO TO CX01982.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS098-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01981.
000000 CX01982.
           MOVE "CX01982" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS098 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01983.
           MOVE "CX01983" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01980. EXIT.
      *
      *    VITSGSTG  indexed      30 bytes
000000 U099-RTN .
           MOVE "U099-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VITSGSTG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 30 TO WK-RECLEN
000000     OPEN INPUT MS099 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX01993.
000000 CX01991.
           MOVE "CX01991" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS099 NEXT AT END GO TO CX01992.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS099-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX01991.
000000 CX01992.
           MOVE "CX01992" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS099 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX01993.
           MOVE "CX01993" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX01990. EXIT.
      *
      *    VIURGRP   indexed      16 bytes
000000 U100-RTN .
           MOVE "U100-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIURGRP" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 16 TO WK-RECLEN
000000     OPEN INPUT MS100 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02003.
000000 CX02001.
           MOVE "CX02001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS100 NEXT AT END GO TO CX02002.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS100-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02001.
000000 CX02002.
           MOVE "CX02002" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS100 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02003.
           MOVE "CX02003" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02000. EXIT.
      *
      *    VIURIBA   indexed     114 bytes
000000 U101-RTN .
           MOVE "U101-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIURIBA" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 114 TO WK-RECLEN
000000     OPEN INPUT MS101 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02013.
000000 CX02011.
           MOVE "CX02011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS101 NEXT AT END GO TO CX02012.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS101-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02011.
000000 CX02012.
           MOVE "CX02012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS101 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02013.
           MOVE "CX02013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02010. EXIT.
      *
      *    VIVCHCTR  indexed      24 bytes
000000 U102-RTN .
           MOVE "U102-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIVCHCTR" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 24 TO WK-RECLEN
000000     OPEN INPUT MS102 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02023.
000000 CX02021.
           MOVE "CX02021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS102 NEXT AT END GO TO CX02022.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS102-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02021.
000000 CX02022.
           MOVE "CX02022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS102 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02023.
           MOVE "CX02023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02020. EXIT.
      *
      *    VIVINVRG  indexed      52 bytes
000000 U103-RTN .
           MOVE "U103-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIVINVRG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 52 TO WK-RECLEN
000000     OPEN INPUT MS103 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02033.
000000 CX02031.
           MOVE "CX02031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS103 NEXT AT END GO TO CX02032.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS103-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02031.
000000 CX02032.
           MOVE "CX02032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS103 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02033.
           MOVE "CX02033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02030. EXIT.
      *
      *    VIWINACC  indexed     104 bytes
000000 U104-RTN .
           MOVE "U104-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIWINACC" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 104 TO WK-RECLEN
000000     OPEN INPUT MS104 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02043.
000000 CX02041.
           MOVE "CX02041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS104 NEXT AT END GO TO CX02042.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS104-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02041.
000000 CX02042.
           MOVE "CX02042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS104 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02043.
           MOVE "CX02043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02040. EXIT.
      *
      *    VIWINHIS  indexed      20 bytes
000000 U105-RTN .
           MOVE "U105-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIWINHIS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 20 TO WK-RECLEN
000000     OPEN INPUT MS105 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02053.
000000 CX02051.
           MOVE "CX02051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS105 NEXT AT END GO TO CX02052.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS105-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02051.
000000 CX02052.
           MOVE "CX02052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS105 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02053.
           MOVE "CX02053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02050. EXIT.
      *
      *    VIWINID   indexed     196 bytes
000000 U106-RTN .
           MOVE "U106-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIWINID" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 196 TO WK-RECLEN
000000     OPEN INPUT MS106 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02063.
000000 CX02061.
           MOVE "CX02061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS106 NEXT AT END GO TO CX02062.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS106-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02061.
000000 CX02062.
           MOVE "CX02062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS106 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02063.
           MOVE "CX02063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02060. EXIT.
      *
      *    VIWURTAX  indexed      58 bytes
000000 U107-RTN .
           MOVE "U107-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIWURTAX" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 58 TO WK-RECLEN
000000     OPEN INPUT MS107 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02073.
000000 CX02071.
           MOVE "CX02071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS107 NEXT AT END GO TO CX02072.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS107-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02071.
000000 CX02072.
           MOVE "CX02072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS107 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02073.
           MOVE "CX02073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02070. EXIT.
      *
      *    VIXMITRG  indexed      58 bytes
000000 U108-RTN .
           MOVE "U108-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIXMITRG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 58 TO WK-RECLEN
000000     OPEN INPUT MS108 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02083.
000000 CX02081.
           MOVE "CX02081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS108 NEXT AT END GO TO CX02082.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS108-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02081.
000000 CX02082.
           MOVE "CX02082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS108 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02083.
           MOVE "CX02083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02080. EXIT.
      *
      *    VIYECCTL  indexed      26 bytes
000000 U109-RTN .
           MOVE "U109-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIYECCTL" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 26 TO WK-RECLEN
000000     OPEN INPUT MS109 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02093.
000000 CX02091.
           MOVE "CX02091" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS109 NEXT AT END GO TO CX02092.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS109-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02091.
000000 CX02092.
           MOVE "CX02092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS109 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02093.
           MOVE "CX02093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02090. EXIT.
      *
      *    VIZENMAP  indexed      99 bytes
000000 U110-RTN .
           MOVE "U110-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIZENMAP" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 99 TO WK-RECLEN
000000     OPEN INPUT MS110 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02103.
000000 CX02101.
           MOVE "CX02101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS110 NEXT AT END GO TO CX02102.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS110-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02101.
000000 CX02102.
           MOVE "CX02102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS110 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02103.
           MOVE "CX02103" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02100. EXIT.
      *
      *    VRSGJYO   relative     61 bytes
000000 U111-RTN .
           MOVE "U111-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VRSGJYO" TO WK-FILEID
000000     MOVE "R" TO WK-ORG
000000     MOVE 61 TO WK-RECLEN
000000     OPEN INPUT MS111 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02113.
000000 CX02111.
           MOVE "CX02111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS111 NEXT AT END GO TO CX02112.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS111-REC TO HSHC-IMAGE
000000     MOVE WK-RELKEY TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02111.
000000 CX02112.
           MOVE "CX02112" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS111 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02113.
           MOVE "CX02113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02110. EXIT.
      *
      *    VRUNYKAN  relative    410 bytes
000000 U112-RTN .
           MOVE "U112-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VRUNYKAN" TO WK-FILEID
000000     MOVE "R" TO WK-ORG
000000     MOVE 410 TO WK-RECLEN
000000     OPEN INPUT MS112 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02123.
000000 CX02121.
           MOVE "CX02121" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS112 NEXT AT END GO TO CX02122.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS112-REC TO HSHC-IMAGE
000000     MOVE WK-RELKEY TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02121.
000000 CX02122.
           MOVE "CX02122" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS112 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02123.
           MOVE "CX02123" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02120. EXIT.
      *
      *    VTYUKSNP  indexed     418 bytes
000000 U113-RTN .
           MOVE "U113-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VTYUKSNP" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 418 TO WK-RECLEN
000000     OPEN INPUT MS113 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02133.
000000 CX02131.
           MOVE "CX02131" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS113 NEXT AT END GO TO CX02132.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS113-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02131.
000000 CX02132.
           MOVE "CX02132" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS113 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02133.
           MOVE "CX02133" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02130. EXIT.
      *
      *    VIREOHIS  indexed      70 bytes
000000 U114-RTN .
           MOVE "U114-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIREOHIS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 70 TO WK-RECLEN
000000     OPEN INPUT MS114 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02143.
000000 CX02141.
           MOVE "CX02141" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS114 NEXT AT END GO TO CX02142.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS114-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02141.
000000 CX02142.
           MOVE "CX02142" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS114 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02143.
           MOVE "CX02143" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02140. EXIT.
      *20260930追加開始
      *
      *    VIGROHIS  indexed      80 bytes
000000 U115-RTN .
           MOVE "U115-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIGROHIS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 80 TO WK-RECLEN
000000     OPEN INPUT MS115 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02153.
000000 CX02151.
           MOVE "CX02151" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS115 NEXT AT END GO TO CX02152.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS115-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02151.
000000 CX02152.
           MOVE "CX02152" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS115 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02153.
           MOVE "CX02153" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02150. EXIT.
      *20260930追加終了
      *20261001追加開始
      *
      *    VIHALLMS  indexed      77 bytes
000000 U116-RTN .
           MOVE "U116-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIHALLMS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 77 TO WK-RECLEN
000000     OPEN INPUT MS116 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02163.
000000 CX02161.
           MOVE "CX02161" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS116 NEXT AT END GO TO CX02162.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS116-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02161.
000000 CX02162.
           MOVE "CX02162" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS116 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02163.
           MOVE "CX02163" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02160. EXIT.
      *20261001追加終了
      *20261001追加開始
      *
      *    VIHALLAS  indexed      51 bytes
000000 U117-RTN .
           MOVE "U117-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIHALLAS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 51 TO WK-RECLEN
000000     OPEN INPUT MS117 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02173.
000000 CX02171.
           MOVE "CX02171" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS117 NEXT AT END GO TO CX02172.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS117-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02171.
000000 CX02172.
           MOVE "CX02172" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS117 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02173.
           MOVE "CX02173" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02170. EXIT.
      *20261001追加終了
      *20261001追加開始
      *
      *    VICONHAL  indexed      79 bytes
000000 U118-RTN .
           MOVE "U118-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICONHAL" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 79 TO WK-RECLEN
000000     OPEN INPUT MS118 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02183.
000000 CX02181.
           MOVE "CX02181" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS118 NEXT AT END GO TO CX02182.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS118-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02181.
000000 CX02182.
           MOVE "CX02182" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS118 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02183.
           MOVE "CX02183" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02180. EXIT.
      *20261001追加終了
      *20261002追加開始
      *
      *    VIPARTSS  indexed     182 bytes
000000 U119-RTN .
           MOVE "U119-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIPARTSS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 182 TO WK-RECLEN
000000     OPEN INPUT MS119 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02193.
000000 CX02191.
           MOVE "CX02191" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS119 NEXT AT END GO TO CX02192.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS119-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02191.
000000 CX02192.
           MOVE "CX02192" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS119 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02193.
           MOVE "CX02193" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02190. EXIT.
      *20261002追加終了
      *20261004追加開始
      *
      *    VILINEAG  indexed     157 bytes
000000 U120-RTN .
           MOVE "U120-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VILINEAG" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 157 TO WK-RECLEN
000000     OPEN INPUT MS120 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02203.
000000 CX02201.
           MOVE "CX02201" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS120 NEXT AT END GO TO CX02202.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS120-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02201.
000000 CX02202.
           MOVE "CX02202" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS120 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02203.
           MOVE "CX02203" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02200. EXIT.
      *20261004追加終了
      *20261005追加開始
      *
      *    VILGHOLD  indexed     178 bytes
000000 U121-RTN .
           MOVE "U121-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VILGHOLD" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 178 TO WK-RECLEN
000000     OPEN INPUT MS121 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02213.
000000 CX02211.
           MOVE "CX02211" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS121 NEXT AT END GO TO CX02212.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS121-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02211.
000000 CX02212.
           MOVE "CX02212" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS121 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02213.
           MOVE "CX02213" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02210. EXIT.
      *20261005追加終了
      *20261005追加開始
      *
      *    VIDOCIDX  indexed     148 bytes
000000 U122-RTN .
           MOVE "U122-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIDOCIDX" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 148 TO WK-RECLEN
000000     OPEN INPUT MS122 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02223.
000000 CX02221.
           MOVE "CX02221" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS122 NEXT AT END GO TO CX02222.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS122-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02221.
000000 CX02222.
           MOVE "CX02222" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS122 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02223.
           MOVE "CX02223" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02220. EXIT.
      *20261005追加終了
      *20261008追加開始
      *
      *    VIPPADJ   indexed     160 bytes
000000 U123-RTN .
           MOVE "U123-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIPPADJ" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 160 TO WK-RECLEN
000000     OPEN INPUT MS123 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02233.
000000 CX02231.
           MOVE "CX02231" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS123 NEXT AT END GO TO CX02232.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS123-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02231.
000000 CX02232.
           MOVE "CX02232" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS123 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02233.
           MOVE "CX02233" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02230. EXIT.
      *20261008追加終了
      *20261009追加開始
      *
      *    VISGNREQ  indexed      11 bytes
000000 U124-RTN .
           MOVE "U124-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VISGNREQ" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 11 TO WK-RECLEN
000000     OPEN INPUT MS124 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02243.
000000 CX02241.
           MOVE "CX02241" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS124 NEXT AT END GO TO CX02242.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS124-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02241.
000000 CX02242.
           MOVE "CX02242" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS124 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02243.
           MOVE "CX02243" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02240. EXIT.
      *20261009追加終了
      *20261009追加開始
      *
      *    VISGNOFF  indexed     103 bytes
000000 U125-RTN .
           MOVE "U125-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VISGNOFF" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 103 TO WK-RECLEN
000000     OPEN INPUT MS125 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02253.
000000 CX02251.
           MOVE "CX02251" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS125 NEXT AT END GO TO CX02252.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS125-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02251.
000000 CX02252.
           MOVE "CX02252" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS125 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02253.
           MOVE "CX02253" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02250. EXIT.
      *20261009追加終了
      *20261011追加開始
      *
      *    VITRNHIS  indexed      80 bytes
000000 U126-RTN .
           MOVE "U126-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VITRNHIS" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 80 TO WK-RECLEN
000000     OPEN INPUT MS126 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02263.
000000 CX02261.
           MOVE "CX02261" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS126 NEXT AT END GO TO CX02262.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS126-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02261.
000000 CX02262.
           MOVE "CX02262" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS126 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02263.
           MOVE "CX02263" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02260. EXIT.
      *20261011追加終了
      *20261011追加開始
      *
      *    VITRNCTL  indexed      91 bytes
000000 U127-RTN .
           MOVE "U127-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VITRNCTL" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 91 TO WK-RECLEN
000000     OPEN INPUT MS127 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02273.
000000 CX02271.
           MOVE "CX02271" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS127 NEXT AT END GO TO CX02272.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS127-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02271.
000000 CX02272.
           MOVE "CX02272" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS127 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02273.
           MOVE "CX02273" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02270. EXIT.
      *20261011追加終了
      *20261012追加開始
      *
      *    VIVNDDLV  indexed      80 bytes
000000 U128-RTN .
           MOVE "U128-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VIVNDDLV" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 80 TO WK-RECLEN
000000     OPEN INPUT MS128 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02283.
000000 CX02281.
           MOVE "CX02281" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS128 NEXT AT END GO TO CX02282.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS128-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02281.
000000 CX02282.
           MOVE "CX02282" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS128 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02283.
           MOVE "CX02283" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02280. EXIT.
      *20261012追加終了
      *20261014追加開始
      *
      *    VICFGVER  indexed      80 bytes
000000 U129-RTN .
           MOVE "U129-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "VICFGVER" TO WK-FILEID
000000     MOVE "I" TO WK-ORG
000000     MOVE 80 TO WK-RECLEN
000000     OPEN INPUT MS129 .
000000     PERFORM HDR-RTN THRU CX00020 .
000000     IF SW-ABSENT = 1 GO TO CX02293.
000000 CX02291.
           MOVE "CX02291" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MS129 NEXT AT END GO TO CX02292.
000000     PERFORM RDCHK-RTN THRU CX00021 .
000000     MOVE MS129-REC TO HSHC-IMAGE
000000     MOVE ZERO TO HSHC-SLOT
000000     PERFORM REC-RTN THRU CX00022 .
000000     GO TO CX02291.
000000 CX02292.
           MOVE "CX02292" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS129 .
000000     PERFORM CLSCHK-RTN THRU CX00023 .
000000 CX02293.
           MOVE "CX02293" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TRL-RTN THRU CX00024 .
000000 CX02290. EXIT.
      *20261014追加終了
      *
      *    HDR-RTN  -  the master's open is judged and its
      *    header goes on the archive; a master this site
      *    does not have is carried as absent, with a warning
000000 HDR-RTN .
           MOVE "HDR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-ABSENT
000000     MOVE ZERO TO WK-FCNT
000000     MOVE ZERO TO WK-FHASH .
000000     IF NOT(FL-STS1 = "35")GO TO CX00025.
000000     MOVE 1 TO SW-ABSENT
000000     ADD 1 TO WK-ABSENT-CNT
000000     DISPLAY "HBHUN725-50 " WK-FILEID
000000             " ABSENT - CARRIED EMPTY" UPON CONSOLE
000000     MOVE "HBHUN725" TO ERRM-PROGID
000000     MOVE "50" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM .
000000     GO TO CX00026.
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00026.
000000         DISPLAY "HBHUN725-10 " WK-FILEID " OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO DRA-REC
000000     MOVE WK-FILEID TO DRA-FILEID
000000     MOVE "H" TO DRA-RECTYPE
000000     MOVE ZERO TO DRA-SEQ
000000     MOVE ZERO TO DRA-SLOT
000000     MOVE ZERO TO DRA-SEGNO
000000     MOVE ZERO TO DRA-SEGCNT
000000     MOVE WK-ORG TO DRA-H-ORG
000000     MOVE WK-RECLEN TO DRA-H-RECLEN
000000     MOVE "U" TO DRA-H-STATE .
000000     IF SW-ABSENT = 1
000000         MOVE "A" TO DRA-H-STATE .
000000     MOVE WK-BUSDT TO DRA-H-BUSDT
000000     MOVE WK-RUNDATE TO DRA-H-RUNDATE
000000     MOVE WK-RUNTIME TO DRA-H-RUNTIME
000000     PERFORM ARCW-RTN THRU CX00027 .
000000 CX00020. EXIT.
      *
      *    RDCHK-RTN  -  anything but a clean read of a
      *    master stops the unload: a partial archive is
      *    worse than none
000000 RDCHK-RTN .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "02")
000000         GO TO CX00021.
000000         DISPLAY "HBHUN725-11 " WK-FILEID " READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00021. EXIT.
      *
      *    REC-RTN  -  one master record: counted, hashed and
      *    written in as many segments as its length takes
000000 REC-RTN .
000000     ADD 1 TO WK-FCNT
000000     ADD 1 TO WK-JOBLG-CNT
000000     MOVE WK-RECLEN TO HSHC-RECLEN
000000     CALL "HSAAL150" USING HSHC-PARAM
000000     ADD HSHC-HASH TO WK-FHASH
000000     COMPUTE WK-SEGCNT = (WK-RECLEN + 499) / 500 .
000000     PERFORM SEGW-RTN THRU CX00028
000000         VARYING WK-SEGNO FROM 1 BY 1
000000         UNTIL WK-SEGNO > WK-SEGCNT .
000000 CX00022. EXIT.
      *
      *    SEGW-RTN  -  one 500-byte segment of the record
000000 SEGW-RTN .
000000     COMPUTE WK-SEGPOS = (WK-SEGNO - 1) * 500 + 1
000000     MOVE SPACE TO DRA-REC
000000     MOVE WK-FILEID TO DRA-FILEID
000000     MOVE "D" TO DRA-RECTYPE
000000     MOVE WK-FCNT TO DRA-SEQ
000000     MOVE HSHC-SLOT TO DRA-SLOT
000000     MOVE WK-SEGNO TO DRA-SEGNO
000000     MOVE WK-SEGCNT TO DRA-SEGCNT
000000     MOVE HSHC-IMAGE (WK-SEGPOS:500) TO DRA-SEGDATA
000000     PERFORM ARCW-RTN THRU CX00027 .
000000 CX00028. EXIT.
      *
      *    CLSCHK-RTN  -  the master's close is checked
000000 CLSCHK-RTN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00023.
000000         DISPLAY "HBHUN725-12 " WK-FILEID " CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023. EXIT.
      *
      *    TRL-RTN  -  the master's trailer on the archive and
      *    its row on the manifest, the same count and hash
000000 TRL-RTN .
           MOVE "TRL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO DRA-REC
000000     MOVE WK-FILEID TO DRA-FILEID
000000     MOVE "T" TO DRA-RECTYPE
000000     MOVE WK-FCNT TO DRA-SEQ
000000     MOVE ZERO TO DRA-SLOT
000000     MOVE ZERO TO DRA-SEGNO
000000     MOVE ZERO TO DRA-SEGCNT
000000     MOVE WK-FCNT TO DRA-T-COUNT
000000     MOVE WK-FHASH TO DRA-T-HASH
000000     PERFORM ARCW-RTN THRU CX00027 .
000000     INITIALIZE DRM-REC
000000     MOVE WK-FILEID TO DRM-FILEID
000000     MOVE WK-ORG TO DRM-ORG
000000     MOVE WK-RECLEN TO DRM-RECLEN
000000     MOVE "U" TO DRM-STATE .
000000     IF SW-ABSENT = 1
000000         MOVE "A" TO DRM-STATE .
000000     MOVE WK-FCNT TO DRM-COUNT
000000     MOVE WK-FHASH TO DRM-HASH
000000     MOVE WK-BUSDT TO DRM-BUSDT
000000     MOVE WK-RUNDATE TO DRM-RUNDATE
000000     MOVE WK-RUNTIME TO DRM-RUNTIME
000000     WRITE DRM-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00029.
000000         DISPLAY "HBHUN725-13 DRMANIF WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-FILE-CNT .
000000 CX00024. EXIT.
      *
      *    ARCW-RTN  -  one archive record out
000000 ARCW-RTN .
000000     WRITE DRA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00030.
000000         DISPLAY "HBHUN725-14 DRARCHV WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00030.
           MOVE "CX00030" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00027. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN725" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN725" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN725" TO PRM-PROGID
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
000000         DISPLAY "HBHUN725-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
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
000000     MOVE "HBHUN725" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN725-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN725" TO ERRM-PROGID
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
