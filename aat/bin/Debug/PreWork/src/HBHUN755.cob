000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN755 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260930追加開始
      *    file growth and capacity trending: VIKSZIDX outgrew
      *    its allocation and the first anyone knew was a write
      *    failing in HBHSS020 in the middle of the night.  Each
      *    night every master and work file below is read end to
      *    end and its record count and size (records times
      *    record length; for a relative file the slots up to
      *    the highest used) go onto the VIGROHIS growth history
      *    (CFGROHS).  EXGRORPT shows each file's growth over the
      *    last 30 and 90 days, measured from the oldest history
      *    row inside each window, and - where a capacity limit
      *    is configured, as the run parameter CAPnnnnnnnn for
      *    the file nnnnnnnn in records - the date the faster of
      *    the two rates fills it.  A file projected to reach its
      *    limit within the CAPWARN run parameter's horizon (30
      *    days unless set), or already at it, is raised through
      *    HSAAL100 so that space is added during the day
000000     SELECT  VIGROHIS
000000             ASSIGN            VIGROHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY GRO-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXGRORPT
000000             ASSIGN               EXGRORPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL001
000000             ASSIGN            RQHIBETU-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL001-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL002
000000             ASSIGN            RQKAISYU-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL002-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL003
000000             ASSIGN            VIACCTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL003-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL004
000000             ASSIGN            VIALRTQ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL004-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL005
000000             ASSIGN            VIARCCAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL005-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL006
000000             ASSIGN            VIARLEDG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL006-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL007
000000             ASSIGN            VIATTREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL007-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL008
000000             ASSIGN            VIAUDSEAL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL008-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL009
000000             ASSIGN            VIBANKMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL009-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL010
000000             ASSIGN            VIBLKRANK-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL010-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL011
000000             ASSIGN            VIBLOCK-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL011-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL012
000000             ASSIGN            VIBUDGET-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL012-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL013
000000             ASSIGN            VICALEND-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL013-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL014
000000             ASSIGN            VICERTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL014-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL015
000000             ASSIGN            VICHCMIT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL015-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL016
000000             ASSIGN            VICHNCYC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL016-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL017
000000             ASSIGN            VICHNNEL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL017-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL018
000000             ASSIGN            VICHNOPN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL018-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL019
000000             ASSIGN            VICHNURI-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL019-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL020
000000             ASSIGN            VICHTIER-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL020-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL021
000000             ASSIGN            VICLSREQ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL021-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL022
000000             ASSIGN            VICMPGN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL022-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL023
000000             ASSIGN            VICMPUSE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL023-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL024
000000             ASSIGN            VICMTHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL024-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL025
000000             ASSIGN            VICODREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL025-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL026
000000             ASSIGN            VICRTMAC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL026-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL027
000000             ASSIGN            VIDEPTXN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL027-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL028
000000             ASSIGN            VIDISPUT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL028-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL029
000000             ASSIGN            VIDSTLOG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL029-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL030
000000             ASSIGN            VIDSTRKY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL030-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL031
000000             ASSIGN            VIDUPKEY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL031-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL032
000000             ASSIGN            VIDWNLOG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL032-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL033
000000             ASSIGN            VIERRCOR-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL033-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL034
000000             ASSIGN            VIERRMSG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL034-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL035
000000             ASSIGN            VIEVTCAL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL035-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL036
000000             ASSIGN            VIEXTDEF-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL036-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL037
000000             ASSIGN            VIFCNDTL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL037-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL038
000000             ASSIGN            VIFCSTHS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL038-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL039
000000             ASSIGN            VIFEPARV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL039-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL040
000000             ASSIGN            VIFEPMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL040-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL041
000000             ASSIGN            VIFLRDAY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL041-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL042
000000             ASSIGN            VIFLTLDG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL042-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL043
000000             ASSIGN            VIGAME-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL043-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL044
000000             ASSIGN            VIGMRHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL044-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL045
000000             ASSIGN            VIGMRLEF-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL045-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL046
000000             ASSIGN            VIGMRULE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL046-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL047
000000             ASSIGN            VIGMTYPE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL047-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL048
000000             ASSIGN            VIGYOSYA-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL048-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL049
000000             ASSIGN            VIHANACC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL049-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL050
000000             ASSIGN            VIHANRES-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL050-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL051
000000             ASSIGN            VIHATOU-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL051-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL052
000000             ASSIGN            VIHBTMON-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL052-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL053
000000             ASSIGN            VIHCHNUR-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL053-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL054
000000             ASSIGN            VIHOLIDY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL054-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL055
000000             ASSIGN            VIHURHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL055-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL056
000000             ASSIGN            VIIDXCAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL056-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL057
000000             ASSIGN            VIINVREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL057-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL058
000000             ASSIGN            VIJIKPTN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL058-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL059
000000             ASSIGN            VIJKPOOL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL059-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL060
000000             ASSIGN            VIJOBLOG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL060-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL061
000000             ASSIGN            VIKSZIDX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL061-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL062
000000             ASSIGN            VILIABHS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL062-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL063
000000             ASSIGN            VIMACASG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL063-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL064
000000             ASSIGN            VIMACINV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL064-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL065
000000             ASSIGN            VIMBRDEP-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL065-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL066
000000             ASSIGN            VIMSKRUL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL066-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL067
000000             ASSIGN            VIMSTPND-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL067-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL068
000000             ASSIGN            VIMTRLST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL068-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL069
000000             ASSIGN            VIODDPUB-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL069-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL070
000000             ASSIGN            VIOPRMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL070-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL071
000000             ASSIGN            VIPARTCT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL071-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL072
000000             ASSIGN            VIPARTHS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL072-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL073
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL073-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL074
000000             ASSIGN            VIPAYVCH-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL074-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL075
000000             ASSIGN            VIPERIOD-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL075-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL076
000000             ASSIGN            VIPNDAPR-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL076-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL077
000000             ASSIGN            VIPOBND-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL077-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL078
000000             ASSIGN            VIPORHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL078-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL079
000000             ASSIGN            VIPRZLDG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL079-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL080
000000             ASSIGN            VIPRZMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL080-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL081
000000             ASSIGN            VIQLTHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL081-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL082
000000             ASSIGN            VIRECITM-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL082-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL083
000000             ASSIGN            VIRELBAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL083-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL084
000000             ASSIGN            VIRELCHN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL084-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL085
000000             ASSIGN            VIRETENT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL085-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL086
000000             ASSIGN            VIRPTDST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL086-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL087
000000             ASSIGN            VIRQQUE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL087-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL088
000000             ASSIGN            VIRUNHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL088-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL089
000000             ASSIGN            VIRUNPRM-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL089-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL090
000000             ASSIGN            VIRUNSEQ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL090-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL091
000000             ASSIGN            VISCHEDL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL091-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL092
000000             ASSIGN            VISETCHG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL092-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL093
000000             ASSIGN            VISGPREV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL093-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL094
000000             ASSIGN            VISNPGEN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL094-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL095
000000             ASSIGN            VISRVCAS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL095-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL096
000000             ASSIGN            VISTOPPY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL096-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL097
000000             ASSIGN            VITAXRT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL097-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL098
000000             ASSIGN            VITMBAND-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL098-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL099
000000             ASSIGN            VITSGSTG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL099-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL100
000000             ASSIGN            VIURGRP-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL100-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL101
000000             ASSIGN            VIURIBA-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL101-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL102
000000             ASSIGN            VIVCHCTR-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL102-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL103
000000             ASSIGN            VIVINVRG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL103-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL104
000000             ASSIGN            VIWINACC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL104-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL105
000000             ASSIGN            VIWINHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL105-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL106
000000             ASSIGN            VIWINID-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL106-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL107
000000             ASSIGN            VIWURTAX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL107-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL108
000000             ASSIGN            VIXMITRG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL108-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL109
000000             ASSIGN            VIYECCTL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL109-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL110
000000             ASSIGN            VIZENMAP-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL110-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL111
000000             ASSIGN            VRSGJYO-MSD
000000             ORGANIZATION      IS  RELATIVE
000000             ACCESS            SEQUENTIAL
000000             RELATIVE          WK-RELKEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL112
000000             ASSIGN            VRUNYKAN-MSD
000000             ORGANIZATION      IS  RELATIVE
000000             ACCESS            SEQUENTIAL
000000             RELATIVE          WK-RELKEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL113
000000             ASSIGN            VTYUKSNP-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL113-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL114
000000             ASSIGN            VIREOHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL114-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL115
000000             ASSIGN            VIGROHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL115-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL116
000000             ASSIGN            VIWKHIBT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL116-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL117
000000             ASSIGN            VICHNNEW-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL117-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL118
000000             ASSIGN            VIHCHNEW-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL118-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL119
000000             ASSIGN            VRTRNSA-MSD
000000             ORGANIZATION      IS  RELATIVE
000000             ACCESS            SEQUENTIAL
000000             RELATIVE          WK-RELKEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL120
000000             ASSIGN            VRTRNSB-MSD
000000             ORGANIZATION      IS  RELATIVE
000000             ACCESS            SEQUENTIAL
000000             RELATIVE          WK-RELKEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  FL121
000000             ASSIGN            VICHKPT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL121-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260930追加終了
      *20261001追加開始
000000     SELECT  FL122
000000             ASSIGN            VIHALLMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL122-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261001追加終了
      *20261001追加開始
000000     SELECT  FL123
000000             ASSIGN            VIHALLAS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL123-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261001追加終了
      *20261001追加開始
000000     SELECT  FL124
000000             ASSIGN            VICONHAL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL124-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261001追加終了
      *20261002追加開始
000000     SELECT  FL125
000000             ASSIGN            VIPARTSS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL125-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261002追加終了
      *20261004追加開始
000000     SELECT  FL126
000000             ASSIGN            VILINEAG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL126-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261004追加終了
      *20261005追加開始
000000     SELECT  FL127
000000             ASSIGN            VILGHOLD-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL127-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261005追加終了
      *20261005追加開始
000000     SELECT  FL128
000000             ASSIGN            VIDOCIDX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL128-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261005追加終了
      *20261008追加開始
000000     SELECT  FL129
000000             ASSIGN            VIPPADJ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL129-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261008追加終了
      *20261009追加開始
000000     SELECT  FL130
000000             ASSIGN            VISGNREQ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL130-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261009追加終了
      *20261009追加開始
000000     SELECT  FL131
000000             ASSIGN            VISGNOFF-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL131-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261009追加終了
      *20261011追加開始
000000     SELECT  FL132
000000             ASSIGN            VITRNHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL132-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261011追加終了
      *20261011追加開始
000000     SELECT  FL133
000000             ASSIGN            VITRNCTL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL133-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261011追加終了
      *20261012追加開始
000000     SELECT  FL134
000000             ASSIGN            VIVNDDLV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL134-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261012追加終了
      *20261014追加開始
000000     SELECT  FL135
000000             ASSIGN            VICFGVER-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FL135-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261014追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VIGROHIS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGROHIS".
       01  GRO-REC.
           COPY CFGROHS .
000000 FD  EXGRORPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXGRORPT".
       01  EXGRO-REC.
           05  EXGRO-BUSDT                 PIC 9(08).
           05  EXGRO-FILEID                PIC X(08).
           05  EXGRO-ORG                   PIC X(01).
           05  EXGRO-STATE                 PIC X(01).
               88  EXGRO-PRESENT            VALUE "U".
               88  EXGRO-ABSENT             VALUE "A".
           05  EXGRO-RECCNT                PIC 9(09).
           05  EXGRO-BYTES                 PIC 9(12).
      *    records gained over each window, the days it really
      *    spans (the oldest history row inside it) and the
      *    records a day that makes
           05  EXGRO-GROW30                PIC S9(09).
           05  EXGRO-DAYS30                PIC 9(03).
           05  EXGRO-RATE30                PIC S9(07)V99.
           05  EXGRO-GROW90                PIC S9(09).
           05  EXGRO-DAYS90                PIC 9(03).
           05  EXGRO-RATE90                PIC S9(07)V99.
           05  EXGRO-LIMIT                 PIC 9(09).
           05  EXGRO-USEDPCT               PIC 9(03).
           05  EXGRO-DAYSLEFT              PIC 9(05).
      *    99999999 when the limit lies more than ten years out
           05  EXGRO-PROJDATE              PIC 9(08).
           05  EXGRO-ADVICE                PIC X(01).
               88  EXGRO-WITHIN-LIMIT       VALUE "0".
               88  EXGRO-ALERT              VALUE "1".
               88  EXGRO-AT-LIMIT           VALUE "2".
               88  EXGRO-NO-LIMIT           VALUE "3".
               88  EXGRO-NO-HISTORY         VALUE "4".
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  JOBLG-REC.
000000     COPY CFJOBLG .
000000 FD  FL001
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RQHIBETU".
       01  FL001-REC.
           05  FILLER                      PIC X(22).
           05  FL001-KEY                   PIC X(22).
           05  FILLER                      PIC X(06).
000000 FD  FL002
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RQKAISYU".
       01  FL002-REC.
           05  FILLER                      PIC X(06).
           05  FL002-KEY                   PIC X(10).
           05  FILLER                      PIC X(390).
000000 FD  FL003
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIACCTMS".
       01  FL003-REC.
           05  FL003-KEY                   PIC X(02).
           05  FILLER                      PIC X(16).
000000 FD  FL004
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIALRTQ".
       01  FL004-REC.
           05  FL004-KEY                   PIC X(25).
           05  FILLER                      PIC X(54).
000000 FD  FL005
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIARCCAT".
       01  FL005-REC.
           05  FL005-KEY                   PIC X(26).
           05  FILLER                      PIC X(23).
000000 FD  FL006
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIARLEDG".
       01  FL006-REC.
           05  FL006-KEY                   PIC X(08).
           05  FILLER                      PIC X(90).
000000 FD  FL007
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIATTREG".
       01  FL007-REC.
           05  FL007-KEY                   PIC X(33).
           05  FILLER                      PIC X(32).
000000 FD  FL008
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIAUDSEAL".
       01  FL008-REC.
           05  FL008-KEY                   PIC X(08).
           05  FILLER                      PIC X(41).
000000 FD  FL009
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIBANKMS".
       01  FL009-REC.
           05  FL009-KEY                   PIC X(07).
           05  FILLER                      PIC X(38).
000000 FD  FL010
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIBLKRANK".
       01  FL010-REC.
           05  FL010-KEY                   PIC X(10).
           05  FILLER                      PIC X(16).
000000 FD  FL011
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIBLOCK".
       01  FL011-REC.
           05  FL011-KEY                   PIC X(10).
           05  FILLER                      PIC X(100).
000000 FD  FL012
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIBUDGET".
       01  FL012-REC.
           05  FL012-KEY                   PIC X(16).
           05  FILLER                      PIC X(15).
000000 FD  FL013
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICALEND".
       01  FL013-REC.
           05  FL013-KEY                   PIC X(08).
           05  FILLER                      PIC X(01).
000000 FD  FL014
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICERTMS".
       01  FL014-REC.
           05  FL014-KEY                   PIC X(12).
           05  FILLER                      PIC X(106).
000000 FD  FL015
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHCMIT".
       01  FL015-REC.
           05  FL015-KEY                   PIC X(08).
           05  FILLER                      PIC X(69).
000000 FD  FL016
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNCYC".
       01  FL016-REC.
           05  FL016-KEY                   PIC X(02).
           05  FILLER                      PIC X(03).
000000 FD  FL017
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNNEL".
       01  FL017-REC.
           05  FL017-KEY                   PIC X(02).
           05  FILLER                      PIC X(100).
000000 FD  FL018
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNOPN".
       01  FL018-REC.
           05  FL018-KEY                   PIC X(10).
           05  FILLER                      PIC X(08).
000000 FD  FL019
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNURI".
       01  FL019-REC.
           05  FL019-KEY                   PIC X(12).
           05  FILLER                      PIC X(17).
000000 FD  FL020
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHTIER".
       01  FL020-REC.
           05  FL020-KEY                   PIC X(09).
           05  FILLER                      PIC X(10).
000000 FD  FL021
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICLSREQ".
       01  FL021-REC.
           05  FL021-KEY                   PIC X(08).
000000 FD  FL022
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMPGN".
       01  FL022-REC.
           05  FL022-KEY                   PIC X(08).
           05  FILLER                      PIC X(119).
000000 FD  FL023
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMPUSE".
       01  FL023-REC.
           05  FL023-KEY                   PIC X(16).
           05  FILLER                      PIC X(41).
000000 FD  FL024
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMTHIS".
       01  FL024-REC.
           05  FL024-KEY                   PIC X(08).
           05  FILLER                      PIC X(74).
000000 FD  FL025
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICODREG".
       01  FL025-REC.
           05  FL025-KEY                   PIC X(10).
           05  FILLER                      PIC X(70).
000000 FD  FL026
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICRTMAC".
       01  FL026-REC.
           05  FL026-KEY                   PIC X(22).
           05  FILLER                      PIC X(46).
000000 FD  FL027
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDEPTXN".
       01  FL027-REC.
           05  FL027-KEY                   PIC X(26).
           05  FILLER                      PIC X(48).
000000 FD  FL028
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDISPUT".
       01  FL028-REC.
           05  FL028-KEY                   PIC X(13).
           05  FILLER                      PIC X(60).
000000 FD  FL029
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDSTLOG".
       01  FL029-REC.
           05  FL029-KEY                   PIC X(24).
           05  FILLER                      PIC X(42).
000000 FD  FL030
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDSTRKY".
       01  FL030-REC.
           05  FL030-KEY                   PIC X(17).
           05  FILLER                      PIC X(26).
000000 FD  FL031
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDUPKEY".
       01  FL031-REC.
           05  FL031-KEY                   PIC X(27).
           05  FILLER                      PIC X(08).
000000 FD  FL032
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDWNLOG".
       01  FL032-REC.
           05  FL032-KEY                   PIC X(34).
           05  FILLER                      PIC X(72).
000000 FD  FL033
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIERRCOR".
       01  FL033-REC.
           05  FL033-KEY                   PIC X(10).
           05  FILLER                      PIC X(13).
000000 FD  FL034
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIERRMSG".
       01  FL034-REC.
           05  FL034-KEY                   PIC X(11).
           05  FILLER                      PIC X(101).
000000 FD  FL035
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIEVTCAL".
       01  FL035-REC.
           05  FL035-KEY                   PIC X(18).
           05  FILLER                      PIC X(75).
000000 FD  FL036
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIEXTDEF".
       01  FL036-REC.
           05  FL036-KEY                   PIC X(12).
           05  FILLER                      PIC X(46).
000000 FD  FL037
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFCNDTL".
       01  FL037-REC.
           05  FL037-KEY                   PIC X(27).
           05  FILLER                      PIC X(58).
000000 FD  FL038
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFCSTHS".
       01  FL038-REC.
           05  FL038-KEY                   PIC X(19).
           05  FILLER                      PIC X(49).
000000 FD  FL039
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFEPARV".
       01  FL039-REC.
           05  FL039-KEY                   PIC X(10).
           05  FILLER                      PIC X(73).
000000 FD  FL040
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFEPMST".
       01  FL040-REC.
           05  FL040-KEY                   PIC X(02).
           05  FILLER                      PIC X(82).
000000 FD  FL041
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFLRDAY".
       01  FL041-REC.
           05  FL041-KEY                   PIC X(18).
           05  FILLER                      PIC X(38).
000000 FD  FL042
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFLTLDG".
       01  FL042-REC.
           05  FL042-KEY                   PIC X(18).
           05  FILLER                      PIC X(30).
000000 FD  FL043
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGAME".
       01  FL043-REC.
           05  FL043-KEY                   PIC X(06).
           05  FILLER                      PIC X(100).
000000 FD  FL044
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMRHIS".
       01  FL044-REC.
           05  FL044-KEY                   PIC X(23).
           05  FILLER                      PIC X(8099).
000000 FD  FL045
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMRLEF".
       01  FL045-REC.
           05  FL045-KEY                   PIC X(14).
           05  FILLER                      PIC X(12).
000000 FD  FL046
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMRULE".
       01  FL046-REC.
           05  FL046-KEY                   PIC X(06).
           05  FILLER                      PIC X(100).
000000 FD  FL047
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMTYPE".
       01  FL047-REC.
           05  FL047-KEY                   PIC X(02).
           05  FILLER                      PIC X(02).
000000 FD  FL048
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGYOSYA".
       01  FL048-REC.
           05  FL048-KEY                   PIC X(08).
           05  FILLER                      PIC X(100).
000000 FD  FL049
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHANACC".
       01  FL049-REC.
           05  FL049-KEY                   PIC X(11).
           05  FILLER                      PIC X(14).
000000 FD  FL050
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHANRES".
       01  FL050-REC.
           05  FL050-KEY                   PIC X(20).
           05  FILLER                      PIC X(07).
000000 FD  FL051
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHATOU".
       01  FL051-REC.
           05  FL051-KEY                   PIC X(02).
           05  FILLER                      PIC X(12).
000000 FD  FL052
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHBTMON".
       01  FL052-REC.
           05  FL052-KEY                   PIC X(38).
           05  FILLER                      PIC X(31).
000000 FD  FL053
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHCHNUR".
       01  FL053-REC.
           05  FL053-KEY                   PIC X(12).
           05  FILLER                      PIC X(17).
000000 FD  FL054
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHOLIDY".
       01  FL054-REC.
           05  FL054-KEY                   PIC X(08).
           05  FILLER                      PIC X(01).
000000 FD  FL055
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHURHIS".
       01  FL055-REC.
           05  FL055-KEY                   PIC X(10).
           05  FILLER                      PIC X(07).
000000 FD  FL056
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIIDXCAT".
       01  FL056-REC.
           05  FL056-KEY                   PIC X(05).
           05  FILLER                      PIC X(8051).
000000 FD  FL057
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIINVREG".
       01  FL057-REC.
           05  FL057-KEY                   PIC X(08).
           05  FILLER                      PIC X(47).
000000 FD  FL058
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJIKPTN".
       01  FL058-REC.
           05  FL058-KEY                   PIC X(14).
           05  FILLER                      PIC X(24).
000000 FD  FL059
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJKPOOL".
       01  FL059-REC.
           05  FL059-KEY                   PIC X(02).
           05  FILLER                      PIC X(198).
000000 FD  FL060
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
       01  FL060-REC.
           05  FL060-KEY                   PIC X(23).
           05  FILLER                      PIC X(60).
000000 FD  FL061
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIKSZIDX".
       01  FL061-REC.
           05  FL061-KEY                   PIC X(24).
           05  FILLER                      PIC X(08).
000000 FD  FL062
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VILIABHS".
       01  FL062-REC.
           05  FL062-KEY                   PIC X(10).
           05  FILLER                      PIC X(15).
000000 FD  FL063
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMACASG".
       01  FL063-REC.
           05  FL063-KEY                   PIC X(30).
           05  FILLER                      PIC X(11).
000000 FD  FL064
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMACINV".
       01  FL064-REC.
           05  FL064-KEY                   PIC X(22).
           05  FILLER                      PIC X(23).
000000 FD  FL065
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMBRDEP".
       01  FL065-REC.
           05  FL065-KEY                   PIC X(11).
           05  FILLER                      PIC X(114).
000000 FD  FL066
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMSKRUL".
       01  FL066-REC.
           05  FL066-KEY                   PIC X(12).
           05  FILLER                      PIC X(47).
000000 FD  FL067
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMSTPND".
       01  FL067-REC.
           05  FL067-KEY                   PIC X(29).
           05  FILLER                      PIC X(31).
000000 FD  FL068
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMTRLST".
       01  FL068-REC.
           05  FL068-KEY                   PIC X(22).
           05  FILLER                      PIC X(86).
000000 FD  FL069
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIODDPUB".
       01  FL069-REC.
           05  FL069-KEY                   PIC X(02).
           05  FILLER                      PIC X(54).
000000 FD  FL070
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIOPRMST".
       01  FL070-REC.
           05  FL070-KEY                   PIC X(08).
           05  FILLER                      PIC X(39).
000000 FD  FL071
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPARTCT".
       01  FL071-REC.
           05  FL071-KEY                   PIC X(02).
           05  FILLER                      PIC X(65).
000000 FD  FL072
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPARTHS".
       01  FL072-REC.
           05  FL072-KEY                   PIC X(10).
           05  FILLER                      PIC X(13).
000000 FD  FL073
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  FL073-REC.
           05  FL073-KEY                   PIC X(24).
           05  FILLER                      PIC X(33).
000000 FD  FL074
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYVCH".
       01  FL074-REC.
           05  FL074-KEY                   PIC X(16).
           05  FILLER                      PIC X(119).
000000 FD  FL075
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPERIOD".
       01  FL075-REC.
           05  FL075-KEY                   PIC X(08).
           05  FILLER                      PIC X(23).
000000 FD  FL076
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPNDAPR".
       01  FL076-REC.
           05  FL076-KEY                   PIC X(26).
           05  FILLER                      PIC X(31).
000000 FD  FL077
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPOBND".
       01  FL077-REC.
           05  FL077-KEY                   PIC X(05).
           05  FILLER                      PIC X(58).
000000 FD  FL078
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPORHIS".
       01  FL078-REC.
           05  FL078-KEY                   PIC X(20).
           05  FILLER                      PIC X(26).
000000 FD  FL079
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPRZLDG".
       01  FL079-REC.
           05  FL079-KEY                   PIC X(29).
           05  FILLER                      PIC X(63).
000000 FD  FL080
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPRZMST".
       01  FL080-REC.
           05  FL080-KEY                   PIC X(10).
           05  FILLER                      PIC X(92).
000000 FD  FL081
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIQLTHIS".
       01  FL081-REC.
           05  FL081-KEY                   PIC X(12).
           05  FILLER                      PIC X(21).
000000 FD  FL082
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRECITM".
       01  FL082-REC.
           05  FL082-KEY                   PIC X(27).
           05  FILLER                      PIC X(138).
000000 FD  FL083
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRELBAT".
       01  FL083-REC.
           05  FL083-KEY                   PIC X(20).
           05  FILLER                      PIC X(112).
000000 FD  FL084
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRELCHN".
       01  FL084-REC.
           05  FL084-KEY                   PIC X(02).
           05  FILLER                      PIC X(90).
000000 FD  FL085
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRETENT".
       01  FL085-REC.
           05  FL085-KEY                   PIC X(12).
           05  FILLER                      PIC X(07).
000000 FD  FL086
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRPTDST".
       01  FL086-REC.
           05  FL086-KEY                   PIC X(16).
           05  FILLER                      PIC X(51).
000000 FD  FL087
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRQQUE".
       01  FL087-REC.
           05  FL087-KEY                   PIC X(24).
           05  FILLER                      PIC X(10).
000000 FD  FL088
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRUNHIS".
       01  FL088-REC.
           05  FL088-KEY                   PIC X(16).
           05  FILLER                      PIC X(15).
000000 FD  FL089
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRUNPRM".
       01  FL089-REC.
           05  FL089-KEY                   PIC X(28).
           05  FILLER                      PIC X(20).
000000 FD  FL090
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRUNSEQ".
       01  FL090-REC.
           05  FL090-KEY                   PIC X(16).
000000 FD  FL091
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISCHEDL".
       01  FL091-REC.
           05  FL091-KEY                   PIC X(08).
           05  FILLER                      PIC X(03).
000000 FD  FL092
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISETCHG".
       01  FL092-REC.
           05  FL092-KEY                   PIC X(34).
           05  FILLER                      PIC X(58).
000000 FD  FL093
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISGPREV".
       01  FL093-REC.
           05  FL093-KEY                   PIC X(08).
           05  FILLER                      PIC X(31).
000000 FD  FL094
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISNPGEN".
       01  FL094-REC.
           05  FL094-KEY                   PIC X(12).
           05  FILLER                      PIC X(88).
000000 FD  FL095
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISRVCAS".
       01  FL095-REC.
           05  FL095-KEY                   PIC X(31).
           05  FILLER                      PIC X(158).
000000 FD  FL096
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISTOPPY".
       01  FL096-REC.
           05  FL096-KEY                   PIC X(24).
           05  FILLER                      PIC X(81).
000000 FD  FL097
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITAXRT".
       01  FL097-REC.
           05  FL097-KEY                   PIC X(08).
           05  FILLER                      PIC X(04).
000000 FD  FL098
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITMBAND".
       01  FL098-REC.
           05  FL098-KEY                   PIC X(14).
           05  FILLER                      PIC X(07).
000000 FD  FL099
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITSGSTG".
       01  FL099-REC.
           05  FL099-KEY                   PIC X(21).
           05  FILLER                      PIC X(09).
000000 FD  FL100
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIURGRP".
       01  FL100-REC.
           05  FL100-KEY                   PIC X(10).
           05  FILLER                      PIC X(06).
000000 FD  FL101
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIURIBA".
       01  FL101-REC.
           05  FL101-KEY                   PIC X(06).
           05  FILLER                      PIC X(108).
000000 FD  FL102
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIVCHCTR".
       01  FL102-REC.
           05  FL102-KEY                   PIC X(08).
           05  FILLER                      PIC X(16).
000000 FD  FL103
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIVINVRG".
       01  FL103-REC.
           05  FL103-KEY                   PIC X(08).
           05  FILLER                      PIC X(44).
000000 FD  FL104
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINACC".
       01  FL104-REC.
           05  FL104-KEY                   PIC X(24).
           05  FILLER                      PIC X(80).
000000 FD  FL105
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINHIS".
       01  FL105-REC.
           05  FL105-KEY                   PIC X(18).
           05  FILLER                      PIC X(02).
000000 FD  FL106
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINID".
       01  FL106-REC.
           05  FL106-KEY                   PIC X(24).
           05  FILLER                      PIC X(172).
000000 FD  FL107
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWURTAX".
       01  FL107-REC.
           05  FL107-KEY                   PIC X(18).
           05  FILLER                      PIC X(40).
000000 FD  FL108
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIXMITRG".
       01  FL108-REC.
           05  FL108-KEY                   PIC X(20).
           05  FILLER                      PIC X(38).
000000 FD  FL109
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIYECCTL".
       01  FL109-REC.
           05  FL109-KEY                   PIC X(04).
           05  FILLER                      PIC X(22).
000000 FD  FL110
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIZENMAP".
       01  FL110-REC.
           05  FL110-KEY                   PIC X(02).
           05  FILLER                      PIC X(97).
000000 FD  FL111
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VRSGJYO".
       01  FL111-REC.
           05  FILLER                      PIC X(61).
000000 FD  FL112
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VRUNYKAN".
       01  FL112-REC.
           05  FILLER                      PIC X(410).
000000 FD  FL113
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VTYUKSNP".
       01  FL113-REC.
           05  FL113-KEY                   PIC X(08).
           05  FILLER                      PIC X(410).
000000 FD  FL114
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIREOHIS".
       01  FL114-REC.
           05  FL114-KEY                   PIC X(08).
           05  FILLER                      PIC X(62).
000000 FD  FL115
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGROHIS".
       01  FL115-REC.
           05  FL115-KEY                   PIC X(16).
           05  FILLER                      PIC X(64).
000000 FD  FL116
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWKHIBT".
       01  FL116-REC.
           05  FILLER                      PIC X(22).
           05  FL116-KEY                   PIC X(22).
           05  FILLER                      PIC X(06).
000000 FD  FL117
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNNEW".
       01  FL117-REC.
           05  FL117-KEY                   PIC X(12).
           05  FILLER                      PIC X(17).
000000 FD  FL118
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHCHNEW".
       01  FL118-REC.
           05  FL118-KEY                   PIC X(12).
           05  FILLER                      PIC X(17).
000000 FD  FL119
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VRTRNSA".
       01  FL119-REC.
           05  FILLER                      PIC X(2030).
000000 FD  FL120
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VRTRNSB".
       01  FL120-REC.
           05  FILLER                      PIC X(2030).
000000 FD  FL121
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHKPT".
       01  FL121-REC.
           05  FL121-KEY                   PIC X(08).
           05  FILLER                      PIC X(52).
      *20261001追加開始
000000 FD  FL122
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHALLMS".
       01  FL122-REC.
           05  FL122-KEY                   PIC X(02).
           05  FILLER                      PIC X(75).
      *20261001追加終了
      *20261001追加開始
000000 FD  FL123
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHALLAS".
       01  FL123-REC.
           05  FL123-KEY                   PIC X(23).
           05  FILLER                      PIC X(28).
      *20261001追加終了
      *20261001追加開始
000000 FD  FL124
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICONHAL".
       01  FL124-REC.
           05  FL124-KEY                   PIC X(15).
           05  FILLER                      PIC X(64).
      *20261001追加終了
      *20261002追加開始
000000 FD  FL125
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPARTSS".
       01  FL125-REC.
           05  FL125-KEY                   PIC X(04).
           05  FILLER                      PIC X(178).
      *20261002追加終了
      *20261004追加開始
000000 FD  FL126
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VILINEAG".
       01  FL126-REC.
           05  FL126-KEY                   PIC X(61).
           05  FILLER                      PIC X(96).
      *20261004追加終了
      *20261005追加開始
000000 FD  FL127
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VILGHOLD".
       01  FL127-REC.
           05  FL127-KEY                   PIC X(20).
           05  FILLER                      PIC X(158).
      *20261005追加終了
      *20261005追加開始
000000 FD  FL128
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDOCIDX".
       01  FL128-REC.
           05  FL128-KEY                   PIC X(29).
           05  FILLER                      PIC X(119).
      *20261005追加終了
      *20261008追加開始
000000 FD  FL129
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPPADJ".
       01  FL129-REC.
           05  FL129-KEY                   PIC X(10).
           05  FILLER                      PIC X(150).
      *20261008追加終了
      *20261009追加開始
000000 FD  FL130
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISGNREQ".
       01  FL130-REC.
           05  FL130-KEY                   PIC X(08).
           05  FILLER                      PIC X(03).
      *20261009追加終了
      *20261009追加開始
000000 FD  FL131
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISGNOFF".
       01  FL131-REC.
           05  FL131-KEY                   PIC X(16).
           05  FILLER                      PIC X(87).
      *20261009追加終了
      *20261011追加開始
000000 FD  FL132
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITRNHIS".
       01  FL132-REC.
           05  FL132-KEY                   PIC X(29).
           05  FILLER                      PIC X(51).
      *20261011追加終了
      *20261011追加開始
000000 FD  FL133
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITRNCTL".
       01  FL133-REC.
           05  FL133-KEY                   PIC X(10).
           05  FILLER                      PIC X(81).
      *20261011追加終了
      *20261012追加開始
000000 FD  FL134
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIVNDDLV".
       01  FL134-REC.
           05  FL134-KEY                   PIC X(08).
           05  FILLER                      PIC X(72).
      *20261012追加終了
      *20261014追加開始
000000 FD  FL135
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICFGVER".
       01  FL135-REC.
           05  FL135-KEY                   PIC X(02).
           05  FILLER                      PIC X(78).
      *20261014追加終了
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000       05  FL-STS1                 PIC X(02).
000000       05  FL-STS2                 PIC 9(05).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-ABSENT-CNT               PIC 9(05) VALUE ZERO.
000000   03  WK-ALERT-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-CAPWARN                  PIC 9(03) VALUE 30.
000000   03  WK-FILEID                   PIC X(08).
000000   03  WK-ACT                      PIC X(01).
000000   03  WK-FX                       PIC 9(03).
000000   03  SW-EOF                      PIC 9(01).
000000   03  SW-ABSENT                   PIC 9(01).
000000   03  SW-JOBOPEN                  PIC 9(01) VALUE ZERO.
000000   03  SW-GROOPEN                  PIC 9(01) VALUE ZERO.
000000   03  WK-RELKEY                   PIC 9(09).
000000   03  WK-HISLOT                   PIC 9(09).
000000   03  WK-CNT                      PIC 9(09).
000000   03  WK-SLOTS                    PIC 9(09).
000000   03  WK-BYTES                    PIC 9(12).
      *    one growth window - see TRND-RTN
000000   03  WK-WIN                      PIC 9(03).
000000   03  SW-BASE                     PIC 9(01).
000000   03  WK-BASECNT                  PIC 9(09).
000000   03  WK-BASEDT                   PIC 9(08).
000000   03  WK-DAYS                     PIC 9(03).
000000   03  WK-GROW                     PIC S9(09).
000000   03  WK-RATE                     PIC S9(07)V99.
      *    the projection - see PROJ-RTN
000000   03  WK-LIMIT                    PIC 9(09).
000000   03  WK-PROJRATE                 PIC S9(07)V99.
000000   03  WK-ROOM                     PIC 9(09).
000000   03  WK-LEFT                     PIC 9(11).
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
      *    the files trended, in FLnnn file order: name,
      *    organization and record length
000000 01  WK-FIL-NAMES.
000000   03  FILLER  PIC X(14) VALUE "RQHIBETUI00050".
000000   03  FILLER  PIC X(14) VALUE "RQKAISYUI00406".
000000   03  FILLER  PIC X(14) VALUE "VIACCTMSI00018".
000000   03  FILLER  PIC X(14) VALUE "VIALRTQ I00079".
000000   03  FILLER  PIC X(14) VALUE "VIARCCATI00049".
000000   03  FILLER  PIC X(14) VALUE "VIARLEDGI00098".
000000   03  FILLER  PIC X(14) VALUE "VIATTREGI00065".
000000   03  FILLER  PIC X(14) VALUE "VIAUDSEAI00049".
000000   03  FILLER  PIC X(14) VALUE "VIBANKMSI00045".
000000   03  FILLER  PIC X(14) VALUE "VIBLKRANI00026".
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
000000   03  FILLER  PIC X(14) VALUE "VIGROHISI00080".
000000   03  FILLER  PIC X(14) VALUE "VIWKHIBTI00050".
000000   03  FILLER  PIC X(14) VALUE "VICHNNEWI00029".
000000   03  FILLER  PIC X(14) VALUE "VIHCHNEWI00029".
000000   03  FILLER  PIC X(14) VALUE "VRTRNSA R02030".
000000   03  FILLER  PIC X(14) VALUE "VRTRNSB R02030".
000000   03  FILLER  PIC X(14) VALUE "VICHKPT I00060".
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
000000 01  WK-FIL-AREA REDEFINES WK-FIL-NAMES.
      *20261014修正開始
000000   03  WK-FIL-TBL OCCURS 135.
      *20261014修正終了
000000       05  WK-FIL-FILEID           PIC X(08).
000000       05  WK-FIL-ORG              PIC X(01).
000000       05  WK-FIL-RECLEN           PIC 9(05).
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
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN755" TO PRM-PROGID
000000     MOVE "CAPWARN" TO PRM-NAME
000000     MOVE WK-CAPWARN TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:3) IS NUMERIC
000000         MOVE PRM-VALUE (1:3) TO WK-CAPWARN .
000000     OPEN I-O VIGROHIS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIGROHIS
000000         CLOSE VIGROHIS
000000         OPEN I-O VIGROHIS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN755-01 VIGROHIS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-GROOPEN
000000       OPEN  OUTPUT EXGRORPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN755-02 EXGRORPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN755-03 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-JOBOPEN
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  every file in turn
000000 P000-RTN .
000000     PERFORM FILE-RTN THRU CX00020
000000         VARYING WK-FX FROM 1 BY 1
      *20261014修正開始
000000         UNTIL WK-FX > 135 .
      *20261014修正終了
000000 CX00003. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN755-90 FILES=" WK-JOBLG-CNT
000000             " ABSENT=" WK-ABSENT-CNT
000000             " CAPACITY ALERTS=" WK-ALERT-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN755-04 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIGROHIS  EXGRORPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN755-05 VIGROHIS CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    FILE-RTN  -  one file: counted, its history row
      *    written, its growth windows measured and its limit
      *    projected onto the report row
000000 FILE-RTN .
           MOVE "FILE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-FIL-FILEID (WK-FX) TO WK-FILEID
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM OCLS-RTN THRU CX00030 .
000000     PERFORM SCAN-RTN THRU CX00021 .
000000     PERFORM OOPN-RTN THRU CX00032 .
000000     INITIALIZE EXGRO-REC
000000     MOVE WK-BUSDT TO EXGRO-BUSDT
000000     MOVE WK-FILEID TO EXGRO-FILEID
000000     MOVE WK-FIL-ORG (WK-FX) TO EXGRO-ORG .
000000     IF SW-ABSENT = 1
000000         ADD 1 TO WK-ABSENT-CNT
000000         MOVE "A" TO EXGRO-STATE
000000         MOVE "4" TO EXGRO-ADVICE
000000         GO TO CX00043.
000000     MOVE "U" TO EXGRO-STATE
000000     MOVE WK-CNT TO EXGRO-RECCNT
      *    the space: records, or for a relative file every
      *    slot up to the highest used, times the record length
000000     MOVE WK-CNT TO WK-SLOTS .
000000     IF WK-FIL-ORG (WK-FX) = "R"
000000         MOVE WK-HISLOT TO WK-SLOTS .
000000     COMPUTE WK-BYTES = WK-SLOTS * WK-FIL-RECLEN (WK-FX)
000000     MOVE WK-BYTES TO EXGRO-BYTES
000000     MOVE 30 TO WK-WIN
000000     PERFORM TRND-RTN THRU CX00022 .
000000     IF SW-BASE = 1
000000         MOVE WK-GROW TO EXGRO-GROW30
000000         MOVE WK-DAYS TO EXGRO-DAYS30
000000         MOVE WK-RATE TO EXGRO-RATE30 .
000000     MOVE 90 TO WK-WIN
000000     PERFORM TRND-RTN THRU CX00022 .
000000     IF SW-BASE = 1
000000         MOVE WK-GROW TO EXGRO-GROW90
000000         MOVE WK-DAYS TO EXGRO-DAYS90
000000         MOVE WK-RATE TO EXGRO-RATE90 .
000000     PERFORM HIS-RTN THRU CX00024 .
000000     PERFORM PROJ-RTN THRU CX00023 .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXGRO-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHUN755-06 EXGRORPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00020. EXIT.
      *
      *    HIS-RTN  -  tonight's growth-history row; a rerun
      *    for the same business date replaces it
000000 HIS-RTN .
           MOVE "HIS-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-FILEID TO GRO-FILEID
000000     MOVE WK-BUSDT TO GRO-BUSDT
000000     READ VIGROHIS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "23")GO TO CX00045.
000000     IF FL-STS1 = "23"
000000         INITIALIZE GRO-REC
000000         MOVE WK-FILEID TO GRO-FILEID
000000         MOVE WK-BUSDT TO GRO-BUSDT .
000000     MOVE WK-FIL-ORG (WK-FX) TO GRO-ORG
000000     MOVE WK-FIL-RECLEN (WK-FX) TO GRO-RECLEN
000000     MOVE WK-CNT TO GRO-RECCNT
000000     MOVE WK-SLOTS TO GRO-SLOTS
000000     MOVE WK-BYTES TO GRO-BYTES
000000     ACCEPT GRO-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT GRO-RUNTIME FROM TIME .
000000     IF FL-STS1 = "23"
000000         WRITE GRO-REC INVALID CONTINUE
000000     ELSE
000000         REWRITE GRO-REC INVALID CONTINUE .
000000     IF FL-STS1 = "00" GO TO CX00024.
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN755-07 VIGROHIS UPDATE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00024. EXIT.
      *
      *    TRND-RTN  -  the growth over the last WK-WIN days:
      *    the oldest history row of this file on or after the
      *    window's first day (and before tonight) is the base;
      *    the days between are counted back a day at a time.
      *    A file with no such row has no rate yet
000000 TRND-RTN .
           MOVE "TRND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-BASE
000000     MOVE ZERO TO WK-GROW
000000     MOVE ZERO TO WK-DAYS
000000     MOVE ZERO TO WK-RATE
000000     MOVE WK-BUSDT TO WK-FROMDT
000000     PERFORM DAYBK-RTN THRU CX00074 WK-WIN TIMES .
000000     MOVE WK-FILEID TO GRO-FILEID
000000     MOVE WK-FROMDT TO GRO-BUSDT
000000     START VIGROHIS KEY NOT < GRO-KEY
000000             INVALID GO TO CX00022 .
000000     READ VIGROHIS NEXT AT END GO TO CX00022.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN755-08 VIGROHIS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(GRO-FILEID = WK-FILEID AND GRO-BUSDT < WK-BUSDT)
000000         GO TO CX00022.
000000     MOVE 1 TO SW-BASE
000000     MOVE GRO-RECCNT TO WK-BASECNT
000000     MOVE GRO-BUSDT TO WK-BASEDT
000000     MOVE WK-BUSDT TO WK-FROMDT .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FROMDT > WK-BASEDT AND WK-DAYS < WK-WIN)
000000         GO TO CX00047.
000000     PERFORM DAYBK-RTN THRU CX00074 .
000000     ADD 1 TO WK-DAYS
000000     GO TO CX00046.
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-GROW = WK-CNT - WK-BASECNT .
000000     IF WK-DAYS > ZERO
000000         COMPUTE WK-RATE ROUNDED = WK-GROW / WK-DAYS .
000000 CX00022. EXIT.
      *
      *    PROJ-RTN  -  the file's capacity limit and the date
      *    the faster of its two growth rates reaches it; one
      *    at its limit, or due to reach it inside the warning
      *    horizon, is raised through HSAAL100
000000 PROJ-RTN .
           MOVE "PROJ-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-LIMIT
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN755" TO PRM-PROGID
000000     MOVE "CAP" TO PRM-NAME (1:3)
000000     MOVE WK-FILEID TO PRM-NAME (4:8)
000000     MOVE WK-LIMIT TO PRM-VALUE (1:9)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:9) IS NUMERIC
000000         MOVE PRM-VALUE (1:9) TO WK-LIMIT .
000000     MOVE WK-LIMIT TO EXGRO-LIMIT .
000000     IF WK-LIMIT = ZERO
000000         MOVE "3" TO EXGRO-ADVICE
000000         GO TO CX00023.
000000     IF WK-CNT NOT < WK-LIMIT
000000         MOVE 100 TO EXGRO-USEDPCT
000000     ELSE
000000         COMPUTE EXGRO-USEDPCT = WK-CNT * 100 / WK-LIMIT .
000000     IF NOT(WK-CNT NOT < WK-LIMIT)GO TO CX00048.
000000     MOVE "2" TO EXGRO-ADVICE
000000     MOVE WK-BUSDT TO EXGRO-PROJDATE
000000     ADD 1 TO WK-ALERT-CNT
000000     DISPLAY "HBHUN755-52 " WK-FILEID " AT CAPACITY LIMIT "
000000             WK-LIMIT " RECORDS=" WK-CNT UPON CONSOLE
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "52" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM .
000000     GO TO CX00023.
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE EXGRO-RATE30 TO WK-PROJRATE .
000000     IF EXGRO-RATE90 > WK-PROJRATE
000000         MOVE EXGRO-RATE90 TO WK-PROJRATE .
000000     IF EXGRO-DAYS30 = ZERO AND EXGRO-DAYS90 = ZERO
000000         MOVE "4" TO EXGRO-ADVICE
000000         GO TO CX00023.
000000     MOVE "0" TO EXGRO-ADVICE .
000000     IF NOT(WK-PROJRATE > ZERO)GO TO CX00023.
      *    whole days to the limit, a part day counted as a day
000000     COMPUTE WK-ROOM = WK-LIMIT - WK-CNT
000000     COMPUTE WK-LEFT = WK-ROOM / WK-PROJRATE .
000000     IF WK-LEFT * WK-PROJRATE < WK-ROOM
000000         ADD 1 TO WK-LEFT .
000000     IF WK-LEFT > 3660
000000         MOVE 99999 TO EXGRO-DAYSLEFT
000000         MOVE 99999999 TO EXGRO-PROJDATE
000000         GO TO CX00023.
000000     MOVE WK-LEFT TO EXGRO-DAYSLEFT
000000     MOVE WK-BUSDT TO WK-FROMDT
000000     PERFORM DAYFW-RTN THRU CX00078 EXGRO-DAYSLEFT TIMES .
000000     MOVE WK-FROMDT TO EXGRO-PROJDATE .
000000     IF EXGRO-DAYSLEFT > WK-CAPWARN GO TO CX00023.
000000     MOVE "1" TO EXGRO-ADVICE
000000     ADD 1 TO WK-ALERT-CNT
000000     DISPLAY "HBHUN755-51 " WK-FILEID " PROJECTED TO REACH LIMIT "
000000             WK-LIMIT " ON " EXGRO-PROJDATE
000000             " DAYS LEFT=" EXGRO-DAYSLEFT UPON CONSOLE
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "51" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM .
000000 CX00023. EXIT.
      *
      *    SCAN-RTN  -  file WK-FX read end to end: its record
      *    count and highest slot.  A file the site does not
      *    have tonight comes back absent
000000 SCAN-RTN .
           MOVE "SCAN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-ABSENT
000000     MOVE ZERO TO WK-CNT
000000     MOVE ZERO TO WK-HISLOT
000000     MOVE ZERO TO SW-EOF
000000     MOVE "I" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00090 .
000000     IF FL-STS1 = "35"
000000         MOVE 1 TO SW-ABSENT
000000         GO TO CX00021.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00049.
000000         DISPLAY "HBHUN755-09 " WK-FILEID " OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "R" TO WK-ACT .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM DISP-RTN THRU CX00090 .
000000     IF SW-EOF = 1 GO TO CX00051.
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "02")
000000         GO TO CX00052.
000000         DISPLAY "HBHUN755-10 " WK-FILEID " READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CNT
000000     IF WK-RELKEY > WK-HISLOT
000000         MOVE WK-RELKEY TO WK-HISLOT .
000000     GO TO CX00050.
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00090 .
000000 CX00021. EXIT.
      *
      *    OCLS-RTN / OOPN-RTN  -  the job-control trail and the
      *    growth history are themselves among the files: this
      *    program lets go of its own copy while one is read and
      *    takes it back afterwards
000000 OCLS-RTN .
000000     IF NOT(WK-FILEID = "VIJOBLOG" AND SW-JOBOPEN = 1)
000000         GO TO CX00067.
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN755-14 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-JOBOPEN
000000     GO TO CX00030.
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FILEID = "VIGROHIS" AND SW-GROOPEN = 1)
000000         GO TO CX00030.
000000       CLOSE  VIGROHIS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN755-11 VIGROHIS CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-GROOPEN .
000000 CX00030. EXIT.
000000 OOPN-RTN .
000000     IF SW-JOBOPEN = 1 GO TO CX00054.
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN755-12 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-JOBOPEN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-GROOPEN = 1 GO TO CX00032.
000000       OPEN  I-O    VIGROHIS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN755-13 VIGROHIS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-GROOPEN .
000000 CX00032. EXIT.
      *
      *    DAYFW-RTN  -  steps WK-FROMDT forward one calendar
      *    day, February by the leap-year rule
000000 DAYFW-RTN .
           MOVE "DAYFW-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 31 TO WK-FROM-LAST .
000000     IF WK-FROM-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-FROM-LAST .
000000     IF NOT(WK-FROM-MM = 2)GO TO CX00075.
000000     MOVE 28 TO WK-FROM-LAST
000000     DIVIDE WK-FROM-YY BY 4 GIVING WK-FROM-Q
000000         REMAINDER WK-FROM-R .
000000     IF WK-FROM-R = ZERO
000000         MOVE 29 TO WK-FROM-LAST .
000000 CX00075.
           MOVE "CX00075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FROM-DD < WK-FROM-LAST)GO TO CX00076.
000000     COMPUTE WK-FROM-DD = WK-FROM-DD + 1 .
000000     GO TO CX00078.
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-FROM-DD .
000000     IF NOT(WK-FROM-MM < 12)GO TO CX00077.
000000     COMPUTE WK-FROM-MM = WK-FROM-MM + 1 .
000000     GO TO CX00078.
000000 CX00077.
           MOVE "CX00077" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-FROM-MM
000000     COMPUTE WK-FROM-YY = WK-FROM-YY + 1 .
000000 CX00078. EXIT.
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
      *    DISP-RTN  -  the action WK-ACT names (I open to read,
      *    R read the next record, C close) on file WK-FX; the
      *    status is left in FL-STS1 for the caller
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
000000     IF WK-FX = 115 GO TO CX02151.
000000     IF WK-FX = 116 GO TO CX02161.
000000     IF WK-FX = 117 GO TO CX02171.
000000     IF WK-FX = 118 GO TO CX02181.
000000     IF WK-FX = 119 GO TO CX02191.
000000     IF WK-FX = 120 GO TO CX02201.
000000     IF WK-FX = 121 GO TO CX02211.
      *20261001追加開始
000000     IF WK-FX = 122 GO TO CX02221.
      *20261001追加終了
      *20261001追加開始
000000     IF WK-FX = 123 GO TO CX02231.
      *20261001追加終了
      *20261001追加開始
000000     IF WK-FX = 124 GO TO CX02241.
      *20261001追加終了
      *20261002追加開始
000000     IF WK-FX = 125 GO TO CX02251.
      *20261002追加終了
      *20261004追加開始
000000     IF WK-FX = 126 GO TO CX02261.
      *20261004追加終了
      *20261005追加開始
000000     IF WK-FX = 127 GO TO CX02271.
      *20261005追加終了
      *20261005追加開始
000000     IF WK-FX = 128 GO TO CX02281.
      *20261005追加終了
      *20261008追加開始
000000     IF WK-FX = 129 GO TO CX02291.
      *20261008追加終了
      *20261009追加開始
000000     IF WK-FX = 130 GO TO CX02301.
      *20261009追加終了
      *20261009追加開始
000000     IF WK-FX = 131 GO TO CX02311.
      *20261009追加終了
      *20261011追加開始
000000     IF WK-FX = 132 GO TO CX02321.
      *20261011追加終了
      *20261011追加開始
000000     IF WK-FX = 133 GO TO CX02331.
      *20261011追加終了
      *20261012追加開始
000000     IF WK-FX = 134 GO TO CX02341.
      *20261012追加終了
      *20261014追加開始
000000     IF WK-FX = 135 GO TO CX02351.
      *20261014追加終了
000000     GO TO CX00090.
      *    RQHIBETU  indexed      50 bytes
000000 CX01011.
           MOVE "CX01011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01012.
000000     OPEN INPUT FL001 .
000000     GO TO CX00090.
000000 CX01012.
           MOVE "CX01012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01013.
000000     READ FL001 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01013.
           MOVE "CX01013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL001 .
000000     GO TO CX00090.
      *    RQKAISYU  indexed     406 bytes
000000 CX01021.
           MOVE "CX01021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01022.
000000     OPEN INPUT FL002 .
000000     GO TO CX00090.
000000 CX01022.
           MOVE "CX01022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01023.
000000     READ FL002 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01023.
           MOVE "CX01023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL002 .
000000     GO TO CX00090.
      *    VIACCTMS  indexed      18 bytes
000000 CX01031.
           MOVE "CX01031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01032.
000000     OPEN INPUT FL003 .
000000     GO TO CX00090.
000000 CX01032.
           MOVE "CX01032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01033.
000000     READ FL003 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01033.
           MOVE "CX01033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL003 .
000000     GO TO CX00090.
      *    VIALRTQ   indexed      79 bytes
000000 CX01041.
           MOVE "CX01041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01042.
000000     OPEN INPUT FL004 .
000000     GO TO CX00090.
000000 CX01042.
           MOVE "CX01042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01043.
000000     READ FL004 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01043.
           MOVE "CX01043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL004 .
000000     GO TO CX00090.
      *    VIARCCAT  indexed      49 bytes
000000 CX01051.
           MOVE "CX01051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01052.
000000     OPEN INPUT FL005 .
000000     GO TO CX00090.
000000 CX01052.
           MOVE "CX01052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01053.
000000     READ FL005 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01053.
           MOVE "CX01053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL005 .
000000     GO TO CX00090.
      *    VIARLEDG  indexed      98 bytes
000000 CX01061.
           MOVE "CX01061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01062.
000000     OPEN INPUT FL006 .
000000     GO TO CX00090.
000000 CX01062.
           MOVE "CX01062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01063.
000000     READ FL006 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01063.
           MOVE "CX01063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL006 .
000000     GO TO CX00090.
      *    VIATTREG  indexed      65 bytes
000000 CX01071.
           MOVE "CX01071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01072.
000000     OPEN INPUT FL007 .
000000     GO TO CX00090.
000000 CX01072.
           MOVE "CX01072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01073.
000000     READ FL007 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01073.
           MOVE "CX01073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL007 .
000000     GO TO CX00090.
      *    VIAUDSEAL  indexed      49 bytes
000000 CX01081.
           MOVE "CX01081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01082.
000000     OPEN INPUT FL008 .
000000     GO TO CX00090.
000000 CX01082.
           MOVE "CX01082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01083.
000000     READ FL008 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01083.
           MOVE "CX01083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL008 .
000000     GO TO CX00090.
      *    VIBANKMS  indexed      45 bytes
000000 CX01091.
           MOVE "CX01091" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01092.
000000     OPEN INPUT FL009 .
000000     GO TO CX00090.
000000 CX01092.
           MOVE "CX01092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01093.
000000     READ FL009 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01093.
           MOVE "CX01093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL009 .
000000     GO TO CX00090.
      *    VIBLKRANK  indexed      26 bytes
000000 CX01101.
           MOVE "CX01101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01102.
000000     OPEN INPUT FL010 .
000000     GO TO CX00090.
000000 CX01102.
           MOVE "CX01102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01103.
000000     READ FL010 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01103.
           MOVE "CX01103" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL010 .
000000     GO TO CX00090.
      *    VIBLOCK   indexed     110 bytes
000000 CX01111.
           MOVE "CX01111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01112.
000000     OPEN INPUT FL011 .
000000     GO TO CX00090.
000000 CX01112.
           MOVE "CX01112" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01113.
000000     READ FL011 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01113.
           MOVE "CX01113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL011 .
000000     GO TO CX00090.
      *    VIBUDGET  indexed      31 bytes
000000 CX01121.
           MOVE "CX01121" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01122.
000000     OPEN INPUT FL012 .
000000     GO TO CX00090.
000000 CX01122.
           MOVE "CX01122" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01123.
000000     READ FL012 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01123.
           MOVE "CX01123" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL012 .
000000     GO TO CX00090.
      *    VICALEND  indexed       9 bytes
000000 CX01131.
           MOVE "CX01131" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01132.
000000     OPEN INPUT FL013 .
000000     GO TO CX00090.
000000 CX01132.
           MOVE "CX01132" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01133.
000000     READ FL013 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01133.
           MOVE "CX01133" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL013 .
000000     GO TO CX00090.
      *    VICERTMS  indexed     118 bytes
000000 CX01141.
           MOVE "CX01141" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01142.
000000     OPEN INPUT FL014 .
000000     GO TO CX00090.
000000 CX01142.
           MOVE "CX01142" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01143.
000000     READ FL014 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01143.
           MOVE "CX01143" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL014 .
000000     GO TO CX00090.
      *    VICHCMIT  indexed      77 bytes
000000 CX01151.
           MOVE "CX01151" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01152.
000000     OPEN INPUT FL015 .
000000     GO TO CX00090.
000000 CX01152.
           MOVE "CX01152" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01153.
000000     READ FL015 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01153.
           MOVE "CX01153" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL015 .
000000     GO TO CX00090.
      *    VICHNCYC  indexed       5 bytes
000000 CX01161.
           MOVE "CX01161" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01162.
000000     OPEN INPUT FL016 .
000000     GO TO CX00090.
000000 CX01162.
           MOVE "CX01162" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01163.
000000     READ FL016 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01163.
           MOVE "CX01163" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL016 .
000000     GO TO CX00090.
      *    VICHNNEL  indexed     102 bytes
000000 CX01171.
           MOVE "CX01171" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01172.
000000     OPEN INPUT FL017 .
000000     GO TO CX00090.
000000 CX01172.
           MOVE "CX01172" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01173.
000000     READ FL017 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01173.
           MOVE "CX01173" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL017 .
000000     GO TO CX00090.
      *    VICHNOPN  indexed      18 bytes
000000 CX01181.
           MOVE "CX01181" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01182.
000000     OPEN INPUT FL018 .
000000     GO TO CX00090.
000000 CX01182.
           MOVE "CX01182" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01183.
000000     READ FL018 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01183.
           MOVE "CX01183" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL018 .
000000     GO TO CX00090.
      *    VICHNURI  indexed      29 bytes
000000 CX01191.
           MOVE "CX01191" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01192.
000000     OPEN INPUT FL019 .
000000     GO TO CX00090.
000000 CX01192.
           MOVE "CX01192" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01193.
000000     READ FL019 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01193.
           MOVE "CX01193" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL019 .
000000     GO TO CX00090.
      *    VICHTIER  indexed      19 bytes
000000 CX01201.
           MOVE "CX01201" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01202.
000000     OPEN INPUT FL020 .
000000     GO TO CX00090.
000000 CX01202.
           MOVE "CX01202" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01203.
000000     READ FL020 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01203.
           MOVE "CX01203" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL020 .
000000     GO TO CX00090.
      *    VICLSREQ  indexed       8 bytes
000000 CX01211.
           MOVE "CX01211" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01212.
000000     OPEN INPUT FL021 .
000000     GO TO CX00090.
000000 CX01212.
           MOVE "CX01212" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01213.
000000     READ FL021 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01213.
           MOVE "CX01213" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL021 .
000000     GO TO CX00090.
      *    VICMPGN   indexed     127 bytes
000000 CX01221.
           MOVE "CX01221" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01222.
000000     OPEN INPUT FL022 .
000000     GO TO CX00090.
000000 CX01222.
           MOVE "CX01222" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01223.
000000     READ FL022 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01223.
           MOVE "CX01223" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL022 .
000000     GO TO CX00090.
      *    VICMPUSE  indexed      57 bytes
000000 CX01231.
           MOVE "CX01231" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01232.
000000     OPEN INPUT FL023 .
000000     GO TO CX00090.
000000 CX01232.
           MOVE "CX01232" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01233.
000000     READ FL023 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01233.
           MOVE "CX01233" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL023 .
000000     GO TO CX00090.
      *    VICMTHIS  indexed      82 bytes
000000 CX01241.
           MOVE "CX01241" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01242.
000000     OPEN INPUT FL024 .
000000     GO TO CX00090.
000000 CX01242.
           MOVE "CX01242" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01243.
000000     READ FL024 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01243.
           MOVE "CX01243" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL024 .
000000     GO TO CX00090.
      *    VICODREG  indexed      80 bytes
000000 CX01251.
           MOVE "CX01251" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01252.
000000     OPEN INPUT FL025 .
000000     GO TO CX00090.
000000 CX01252.
           MOVE "CX01252" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01253.
000000     READ FL025 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01253.
           MOVE "CX01253" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL025 .
000000     GO TO CX00090.
      *    VICRTMAC  indexed      68 bytes
000000 CX01261.
           MOVE "CX01261" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01262.
000000     OPEN INPUT FL026 .
000000     GO TO CX00090.
000000 CX01262.
           MOVE "CX01262" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01263.
000000     READ FL026 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01263.
           MOVE "CX01263" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL026 .
000000     GO TO CX00090.
      *    VIDEPTXN  indexed      74 bytes
000000 CX01271.
           MOVE "CX01271" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01272.
000000     OPEN INPUT FL027 .
000000     GO TO CX00090.
000000 CX01272.
           MOVE "CX01272" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01273.
000000     READ FL027 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01273.
           MOVE "CX01273" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL027 .
000000     GO TO CX00090.
      *    VIDISPUT  indexed      73 bytes
000000 CX01281.
           MOVE "CX01281" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01282.
000000     OPEN INPUT FL028 .
000000     GO TO CX00090.
000000 CX01282.
           MOVE "CX01282" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01283.
000000     READ FL028 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01283.
           MOVE "CX01283" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL028 .
000000     GO TO CX00090.
      *    VIDSTLOG  indexed      66 bytes
000000 CX01291.
           MOVE "CX01291" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01292.
000000     OPEN INPUT FL029 .
000000     GO TO CX00090.
000000 CX01292.
           MOVE "CX01292" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01293.
000000     READ FL029 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01293.
           MOVE "CX01293" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL029 .
000000     GO TO CX00090.
      *    VIDSTRKY  indexed      43 bytes
000000 CX01301.
           MOVE "CX01301" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01302.
000000     OPEN INPUT FL030 .
000000     GO TO CX00090.
000000 CX01302.
           MOVE "CX01302" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01303.
000000     READ FL030 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01303.
           MOVE "CX01303" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL030 .
000000     GO TO CX00090.
      *    VIDUPKEY  indexed      35 bytes
000000 CX01311.
           MOVE "CX01311" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01312.
000000     OPEN INPUT FL031 .
000000     GO TO CX00090.
000000 CX01312.
           MOVE "CX01312" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01313.
000000     READ FL031 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01313.
           MOVE "CX01313" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL031 .
000000     GO TO CX00090.
      *    VIDWNLOG  indexed     106 bytes
000000 CX01321.
           MOVE "CX01321" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01322.
000000     OPEN INPUT FL032 .
000000     GO TO CX00090.
000000 CX01322.
           MOVE "CX01322" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01323.
000000     READ FL032 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01323.
           MOVE "CX01323" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL032 .
000000     GO TO CX00090.
      *    VIERRCOR  indexed      23 bytes
000000 CX01331.
           MOVE "CX01331" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01332.
000000     OPEN INPUT FL033 .
000000     GO TO CX00090.
000000 CX01332.
           MOVE "CX01332" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01333.
000000     READ FL033 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01333.
           MOVE "CX01333" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL033 .
000000     GO TO CX00090.
      *    VIERRMSG  indexed     112 bytes
000000 CX01341.
           MOVE "CX01341" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01342.
000000     OPEN INPUT FL034 .
000000     GO TO CX00090.
000000 CX01342.
           MOVE "CX01342" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01343.
000000     READ FL034 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01343.
           MOVE "CX01343" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL034 .
000000     GO TO CX00090.
      *    VIEVTCAL  indexed      93 bytes
000000 CX01351.
           MOVE "CX01351" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01352.
000000     OPEN INPUT FL035 .
000000     GO TO CX00090.
000000 CX01352.
           MOVE "CX01352" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01353.
000000     READ FL035 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01353.
           MOVE "CX01353" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL035 .
000000     GO TO CX00090.
      *    VIEXTDEF  indexed      58 bytes
000000 CX01361.
           MOVE "CX01361" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01362.
000000     OPEN INPUT FL036 .
000000     GO TO CX00090.
000000 CX01362.
           MOVE "CX01362" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01363.
000000     READ FL036 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01363.
           MOVE "CX01363" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL036 .
000000     GO TO CX00090.
      *    VIFCNDTL  indexed      85 bytes
000000 CX01371.
           MOVE "CX01371" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01372.
000000     OPEN INPUT FL037 .
000000     GO TO CX00090.
000000 CX01372.
           MOVE "CX01372" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01373.
000000     READ FL037 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01373.
           MOVE "CX01373" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL037 .
000000     GO TO CX00090.
      *    VIFCSTHS  indexed      68 bytes
000000 CX01381.
           MOVE "CX01381" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01382.
000000     OPEN INPUT FL038 .
000000     GO TO CX00090.
000000 CX01382.
           MOVE "CX01382" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01383.
000000     READ FL038 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01383.
           MOVE "CX01383" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL038 .
000000     GO TO CX00090.
      *    VIFEPARV  indexed      83 bytes
000000 CX01391.
           MOVE "CX01391" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01392.
000000     OPEN INPUT FL039 .
000000     GO TO CX00090.
000000 CX01392.
           MOVE "CX01392" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01393.
000000     READ FL039 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01393.
           MOVE "CX01393" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL039 .
000000     GO TO CX00090.
      *    VIFEPMST  indexed      84 bytes
000000 CX01401.
           MOVE "CX01401" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01402.
000000     OPEN INPUT FL040 .
000000     GO TO CX00090.
000000 CX01402.
           MOVE "CX01402" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01403.
000000     READ FL040 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01403.
           MOVE "CX01403" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL040 .
000000     GO TO CX00090.
      *    VIFLRDAY  indexed      56 bytes
000000 CX01411.
           MOVE "CX01411" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01412.
000000     OPEN INPUT FL041 .
000000     GO TO CX00090.
000000 CX01412.
           MOVE "CX01412" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01413.
000000     READ FL041 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01413.
           MOVE "CX01413" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL041 .
000000     GO TO CX00090.
      *    VIFLTLDG  indexed      48 bytes
000000 CX01421.
           MOVE "CX01421" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01422.
000000     OPEN INPUT FL042 .
000000     GO TO CX00090.
000000 CX01422.
           MOVE "CX01422" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01423.
000000     READ FL042 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01423.
           MOVE "CX01423" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL042 .
000000     GO TO CX00090.
      *    VIGAME    indexed     106 bytes
000000 CX01431.
           MOVE "CX01431" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01432.
000000     OPEN INPUT FL043 .
000000     GO TO CX00090.
000000 CX01432.
           MOVE "CX01432" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01433.
000000     READ FL043 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01433.
           MOVE "CX01433" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL043 .
000000     GO TO CX00090.
      *    VIGMRHIS  indexed    8122 bytes
000000 CX01441.
           MOVE "CX01441" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01442.
000000     OPEN INPUT FL044 .
000000     GO TO CX00090.
000000 CX01442.
           MOVE "CX01442" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01443.
000000     READ FL044 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01443.
           MOVE "CX01443" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL044 .
000000     GO TO CX00090.
      *    VIGMRLEF  indexed      26 bytes
000000 CX01451.
           MOVE "CX01451" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01452.
000000     OPEN INPUT FL045 .
000000     GO TO CX00090.
000000 CX01452.
           MOVE "CX01452" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01453.
000000     READ FL045 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01453.
           MOVE "CX01453" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL045 .
000000     GO TO CX00090.
      *    VIGMRULE  indexed     106 bytes
000000 CX01461.
           MOVE "CX01461" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01462.
000000     OPEN INPUT FL046 .
000000     GO TO CX00090.
000000 CX01462.
           MOVE "CX01462" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01463.
000000     READ FL046 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01463.
           MOVE "CX01463" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL046 .
000000     GO TO CX00090.
      *    VIGMTYPE  indexed       4 bytes
000000 CX01471.
           MOVE "CX01471" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01472.
000000     OPEN INPUT FL047 .
000000     GO TO CX00090.
000000 CX01472.
           MOVE "CX01472" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01473.
000000     READ FL047 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01473.
           MOVE "CX01473" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL047 .
000000     GO TO CX00090.
      *    VIGYOSYA  indexed     108 bytes
000000 CX01481.
           MOVE "CX01481" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01482.
000000     OPEN INPUT FL048 .
000000     GO TO CX00090.
000000 CX01482.
           MOVE "CX01482" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01483.
000000     READ FL048 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01483.
           MOVE "CX01483" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL048 .
000000     GO TO CX00090.
      *    VIHANACC  indexed      25 bytes
000000 CX01491.
           MOVE "CX01491" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01492.
000000     OPEN INPUT FL049 .
000000     GO TO CX00090.
000000 CX01492.
           MOVE "CX01492" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01493.
000000     READ FL049 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01493.
           MOVE "CX01493" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL049 .
000000     GO TO CX00090.
      *    VIHANRES  indexed      27 bytes
000000 CX01501.
           MOVE "CX01501" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01502.
000000     OPEN INPUT FL050 .
000000     GO TO CX00090.
000000 CX01502.
           MOVE "CX01502" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01503.
000000     READ FL050 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01503.
           MOVE "CX01503" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL050 .
000000     GO TO CX00090.
      *    VIHATOU   indexed      14 bytes
000000 CX01511.
           MOVE "CX01511" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01512.
000000     OPEN INPUT FL051 .
000000     GO TO CX00090.
000000 CX01512.
           MOVE "CX01512" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01513.
000000     READ FL051 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01513.
           MOVE "CX01513" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL051 .
000000     GO TO CX00090.
      *    VIHBTMON  indexed      69 bytes
000000 CX01521.
           MOVE "CX01521" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01522.
000000     OPEN INPUT FL052 .
000000     GO TO CX00090.
000000 CX01522.
           MOVE "CX01522" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01523.
000000     READ FL052 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01523.
           MOVE "CX01523" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL052 .
000000     GO TO CX00090.
      *    VIHCHNUR  indexed      29 bytes
000000 CX01531.
           MOVE "CX01531" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01532.
000000     OPEN INPUT FL053 .
000000     GO TO CX00090.
000000 CX01532.
           MOVE "CX01532" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01533.
000000     READ FL053 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01533.
           MOVE "CX01533" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL053 .
000000     GO TO CX00090.
      *    VIHOLIDY  indexed       9 bytes
000000 CX01541.
           MOVE "CX01541" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01542.
000000     OPEN INPUT FL054 .
000000     GO TO CX00090.
000000 CX01542.
           MOVE "CX01542" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01543.
000000     READ FL054 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01543.
           MOVE "CX01543" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL054 .
000000     GO TO CX00090.
      *    VIHURHIS  indexed      17 bytes
000000 CX01551.
           MOVE "CX01551" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01552.
000000     OPEN INPUT FL055 .
000000     GO TO CX00090.
000000 CX01552.
           MOVE "CX01552" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01553.
000000     READ FL055 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01553.
           MOVE "CX01553" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL055 .
000000     GO TO CX00090.
      *    VIIDXCAT  indexed    8056 bytes
000000 CX01561.
           MOVE "CX01561" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01562.
000000     OPEN INPUT FL056 .
000000     GO TO CX00090.
000000 CX01562.
           MOVE "CX01562" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01563.
000000     READ FL056 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01563.
           MOVE "CX01563" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL056 .
000000     GO TO CX00090.
      *    VIINVREG  indexed      55 bytes
000000 CX01571.
           MOVE "CX01571" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01572.
000000     OPEN INPUT FL057 .
000000     GO TO CX00090.
000000 CX01572.
           MOVE "CX01572" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01573.
000000     READ FL057 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01573.
           MOVE "CX01573" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL057 .
000000     GO TO CX00090.
      *    VIJIKPTN  indexed      38 bytes
000000 CX01581.
           MOVE "CX01581" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01582.
000000     OPEN INPUT FL058 .
000000     GO TO CX00090.
000000 CX01582.
           MOVE "CX01582" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01583.
000000     READ FL058 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01583.
           MOVE "CX01583" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL058 .
000000     GO TO CX00090.
      *    VIJKPOOL  indexed     200 bytes
000000 CX01591.
           MOVE "CX01591" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01592.
000000     OPEN INPUT FL059 .
000000     GO TO CX00090.
000000 CX01592.
           MOVE "CX01592" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01593.
000000     READ FL059 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01593.
           MOVE "CX01593" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL059 .
000000     GO TO CX00090.
      *    VIJOBLOG  indexed      83 bytes
000000 CX01601.
           MOVE "CX01601" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01602.
000000     OPEN INPUT FL060 .
000000     GO TO CX00090.
000000 CX01602.
           MOVE "CX01602" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01603.
000000     READ FL060 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01603.
           MOVE "CX01603" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL060 .
000000     GO TO CX00090.
      *    VIKSZIDX  indexed      32 bytes
000000 CX01611.
           MOVE "CX01611" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01612.
000000     OPEN INPUT FL061 .
000000     GO TO CX00090.
000000 CX01612.
           MOVE "CX01612" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01613.
000000     READ FL061 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01613.
           MOVE "CX01613" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL061 .
000000     GO TO CX00090.
      *    VILIABHS  indexed      25 bytes
000000 CX01621.
           MOVE "CX01621" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01622.
000000     OPEN INPUT FL062 .
000000     GO TO CX00090.
000000 CX01622.
           MOVE "CX01622" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01623.
000000     READ FL062 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01623.
           MOVE "CX01623" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL062 .
000000     GO TO CX00090.
      *    VIMACASG  indexed      41 bytes
000000 CX01631.
           MOVE "CX01631" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01632.
000000     OPEN INPUT FL063 .
000000     GO TO CX00090.
000000 CX01632.
           MOVE "CX01632" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01633.
000000     READ FL063 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01633.
           MOVE "CX01633" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL063 .
000000     GO TO CX00090.
      *    VIMACINV  indexed      45 bytes
000000 CX01641.
           MOVE "CX01641" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01642.
000000     OPEN INPUT FL064 .
000000     GO TO CX00090.
000000 CX01642.
           MOVE "CX01642" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01643.
000000     READ FL064 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01643.
           MOVE "CX01643" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL064 .
000000     GO TO CX00090.
      *    VIMBRDEP  indexed     125 bytes
000000 CX01651.
           MOVE "CX01651" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01652.
000000     OPEN INPUT FL065 .
000000     GO TO CX00090.
000000 CX01652.
           MOVE "CX01652" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01653.
000000     READ FL065 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01653.
           MOVE "CX01653" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL065 .
000000     GO TO CX00090.
      *    VIMSKRUL  indexed      59 bytes
000000 CX01661.
           MOVE "CX01661" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01662.
000000     OPEN INPUT FL066 .
000000     GO TO CX00090.
000000 CX01662.
           MOVE "CX01662" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01663.
000000     READ FL066 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01663.
           MOVE "CX01663" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL066 .
000000     GO TO CX00090.
      *    VIMSTPND  indexed      60 bytes
000000 CX01671.
           MOVE "CX01671" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01672.
000000     OPEN INPUT FL067 .
000000     GO TO CX00090.
000000 CX01672.
           MOVE "CX01672" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01673.
000000     READ FL067 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01673.
           MOVE "CX01673" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL067 .
000000     GO TO CX00090.
      *    VIMTRLST  indexed     108 bytes
000000 CX01681.
           MOVE "CX01681" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01682.
000000     OPEN INPUT FL068 .
000000     GO TO CX00090.
000000 CX01682.
           MOVE "CX01682" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01683.
000000     READ FL068 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01683.
           MOVE "CX01683" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL068 .
000000     GO TO CX00090.
      *    VIODDPUB  indexed      56 bytes
000000 CX01691.
           MOVE "CX01691" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01692.
000000     OPEN INPUT FL069 .
000000     GO TO CX00090.
000000 CX01692.
           MOVE "CX01692" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01693.
000000     READ FL069 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01693.
           MOVE "CX01693" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL069 .
000000     GO TO CX00090.
      *    VIOPRMST  indexed      47 bytes
000000 CX01701.
           MOVE "CX01701" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01702.
000000     OPEN INPUT FL070 .
000000     GO TO CX00090.
000000 CX01702.
           MOVE "CX01702" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01703.
000000     READ FL070 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01703.
           MOVE "CX01703" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL070 .
000000     GO TO CX00090.
      *    VIPARTCT  indexed      67 bytes
000000 CX01711.
           MOVE "CX01711" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01712.
000000     OPEN INPUT FL071 .
000000     GO TO CX00090.
000000 CX01712.
           MOVE "CX01712" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01713.
000000     READ FL071 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01713.
           MOVE "CX01713" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL071 .
000000     GO TO CX00090.
      *    VIPARTHS  indexed      23 bytes
000000 CX01721.
           MOVE "CX01721" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01722.
000000     OPEN INPUT FL072 .
000000     GO TO CX00090.
000000 CX01722.
           MOVE "CX01722" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01723.
000000     READ FL072 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01723.
           MOVE "CX01723" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL072 .
000000     GO TO CX00090.
      *    VIPAYSTS  indexed      57 bytes
000000 CX01731.
           MOVE "CX01731" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01732.
000000     OPEN INPUT FL073 .
000000     GO TO CX00090.
000000 CX01732.
           MOVE "CX01732" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01733.
000000     READ FL073 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01733.
           MOVE "CX01733" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL073 .
000000     GO TO CX00090.
      *    VIPAYVCH  indexed     135 bytes
000000 CX01741.
           MOVE "CX01741" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01742.
000000     OPEN INPUT FL074 .
000000     GO TO CX00090.
000000 CX01742.
           MOVE "CX01742" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01743.
000000     READ FL074 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01743.
           MOVE "CX01743" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL074 .
000000     GO TO CX00090.
      *    VIPERIOD  indexed      31 bytes
000000 CX01751.
           MOVE "CX01751" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01752.
000000     OPEN INPUT FL075 .
000000     GO TO CX00090.
000000 CX01752.
           MOVE "CX01752" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01753.
000000     READ FL075 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01753.
           MOVE "CX01753" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL075 .
000000     GO TO CX00090.
      *    VIPNDAPR  indexed      57 bytes
000000 CX01761.
           MOVE "CX01761" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01762.
000000     OPEN INPUT FL076 .
000000     GO TO CX00090.
000000 CX01762.
           MOVE "CX01762" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01763.
000000     READ FL076 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01763.
           MOVE "CX01763" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL076 .
000000     GO TO CX00090.
      *    VIPOBND   indexed      63 bytes
000000 CX01771.
           MOVE "CX01771" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01772.
000000     OPEN INPUT FL077 .
000000     GO TO CX00090.
000000 CX01772.
           MOVE "CX01772" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01773.
000000     READ FL077 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01773.
           MOVE "CX01773" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL077 .
000000     GO TO CX00090.
      *    VIPORHIS  indexed      46 bytes
000000 CX01781.
           MOVE "CX01781" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01782.
000000     OPEN INPUT FL078 .
000000     GO TO CX00090.
000000 CX01782.
           MOVE "CX01782" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01783.
000000     READ FL078 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01783.
           MOVE "CX01783" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL078 .
000000     GO TO CX00090.
      *    VIPRZLDG  indexed      92 bytes
000000 CX01791.
           MOVE "CX01791" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01792.
000000     OPEN INPUT FL079 .
000000     GO TO CX00090.
000000 CX01792.
           MOVE "CX01792" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01793.
000000     READ FL079 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01793.
           MOVE "CX01793" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL079 .
000000     GO TO CX00090.
      *    VIPRZMST  indexed     102 bytes
000000 CX01801.
           MOVE "CX01801" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01802.
000000     OPEN INPUT FL080 .
000000     GO TO CX00090.
000000 CX01802.
           MOVE "CX01802" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01803.
000000     READ FL080 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01803.
           MOVE "CX01803" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL080 .
000000     GO TO CX00090.
      *    VIQLTHIS  indexed      33 bytes
000000 CX01811.
           MOVE "CX01811" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01812.
000000     OPEN INPUT FL081 .
000000     GO TO CX00090.
000000 CX01812.
           MOVE "CX01812" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01813.
000000     READ FL081 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01813.
           MOVE "CX01813" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL081 .
000000     GO TO CX00090.
      *    VIRECITM  indexed     165 bytes
000000 CX01821.
           MOVE "CX01821" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01822.
000000     OPEN INPUT FL082 .
000000     GO TO CX00090.
000000 CX01822.
           MOVE "CX01822" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01823.
000000     READ FL082 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01823.
           MOVE "CX01823" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL082 .
000000     GO TO CX00090.
      *    VIRELBAT  indexed     132 bytes
000000 CX01831.
           MOVE "CX01831" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01832.
000000     OPEN INPUT FL083 .
000000     GO TO CX00090.
000000 CX01832.
           MOVE "CX01832" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01833.
000000     READ FL083 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01833.
           MOVE "CX01833" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL083 .
000000     GO TO CX00090.
      *    VIRELCHN  indexed      92 bytes
000000 CX01841.
           MOVE "CX01841" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01842.
000000     OPEN INPUT FL084 .
000000     GO TO CX00090.
000000 CX01842.
           MOVE "CX01842" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01843.
000000     READ FL084 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01843.
           MOVE "CX01843" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL084 .
000000     GO TO CX00090.
      *    VIRETENT  indexed      19 bytes
000000 CX01851.
           MOVE "CX01851" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01852.
000000     OPEN INPUT FL085 .
000000     GO TO CX00090.
000000 CX01852.
           MOVE "CX01852" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01853.
000000     READ FL085 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01853.
           MOVE "CX01853" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL085 .
000000     GO TO CX00090.
      *    VIRPTDST  indexed      67 bytes
000000 CX01861.
           MOVE "CX01861" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01862.
000000     OPEN INPUT FL086 .
000000     GO TO CX00090.
000000 CX01862.
           MOVE "CX01862" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01863.
000000     READ FL086 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01863.
           MOVE "CX01863" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL086 .
000000     GO TO CX00090.
      *    VIRQQUE   indexed      34 bytes
000000 CX01871.
           MOVE "CX01871" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01872.
000000     OPEN INPUT FL087 .
000000     GO TO CX00090.
000000 CX01872.
           MOVE "CX01872" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01873.
000000     READ FL087 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01873.
           MOVE "CX01873" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL087 .
000000     GO TO CX00090.
      *    VIRUNHIS  indexed      31 bytes
000000 CX01881.
           MOVE "CX01881" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01882.
000000     OPEN INPUT FL088 .
000000     GO TO CX00090.
000000 CX01882.
           MOVE "CX01882" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01883.
000000     READ FL088 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01883.
           MOVE "CX01883" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL088 .
000000     GO TO CX00090.
      *    VIRUNPRM  indexed      48 bytes
000000 CX01891.
           MOVE "CX01891" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01892.
000000     OPEN INPUT FL089 .
000000     GO TO CX00090.
000000 CX01892.
           MOVE "CX01892" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01893.
000000     READ FL089 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01893.
           MOVE "CX01893" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL089 .
000000     GO TO CX00090.
      *    VIRUNSEQ  indexed      16 bytes
000000 CX01901.
           MOVE "CX01901" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01902.
000000     OPEN INPUT FL090 .
000000     GO TO CX00090.
000000 CX01902.
           MOVE "CX01902" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01903.
000000     READ FL090 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01903.
           MOVE "CX01903" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL090 .
000000     GO TO CX00090.
      *    VISCHEDL  indexed      11 bytes
000000 CX01911.
           MOVE "CX01911" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01912.
000000     OPEN INPUT FL091 .
000000     GO TO CX00090.
000000 CX01912.
           MOVE "CX01912" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01913.
000000     READ FL091 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01913.
           MOVE "CX01913" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL091 .
000000     GO TO CX00090.
      *    VISETCHG  indexed      92 bytes
000000 CX01921.
           MOVE "CX01921" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01922.
000000     OPEN INPUT FL092 .
000000     GO TO CX00090.
000000 CX01922.
           MOVE "CX01922" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01923.
000000     READ FL092 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01923.
           MOVE "CX01923" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL092 .
000000     GO TO CX00090.
      *    VISGPREV  indexed      39 bytes
000000 CX01931.
           MOVE "CX01931" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01932.
000000     OPEN INPUT FL093 .
000000     GO TO CX00090.
000000 CX01932.
           MOVE "CX01932" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01933.
000000     READ FL093 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01933.
           MOVE "CX01933" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL093 .
000000     GO TO CX00090.
      *    VISNPGEN  indexed     100 bytes
000000 CX01941.
           MOVE "CX01941" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01942.
000000     OPEN INPUT FL094 .
000000     GO TO CX00090.
000000 CX01942.
           MOVE "CX01942" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01943.
000000     READ FL094 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01943.
           MOVE "CX01943" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL094 .
000000     GO TO CX00090.
      *    VISRVCAS  indexed     189 bytes
000000 CX01951.
           MOVE "CX01951" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01952.
000000     OPEN INPUT FL095 .
000000     GO TO CX00090.
000000 CX01952.
           MOVE "CX01952" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01953.
000000     READ FL095 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01953.
           MOVE "CX01953" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL095 .
000000     GO TO CX00090.
      *    VISTOPPY  indexed     105 bytes
000000 CX01961.
           MOVE "CX01961" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01962.
000000     OPEN INPUT FL096 .
000000     GO TO CX00090.
000000 CX01962.
           MOVE "CX01962" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01963.
000000     READ FL096 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01963.
           MOVE "CX01963" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL096 .
000000     GO TO CX00090.
      *    VITAXRT   indexed      12 bytes
000000 CX01971.
           MOVE "CX01971" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01972.
000000     OPEN INPUT FL097 .
000000     GO TO CX00090.
000000 CX01972.
           MOVE "CX01972" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01973.
000000     READ FL097 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01973.
           MOVE "CX01973" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL097 .
000000     GO TO CX00090.
      *    VITMBAND  indexed      21 bytes
000000 CX01981.
           MOVE "CX01981" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01982.
000000     OPEN INPUT FL098 .
000000     GO TO CX00090.
000000 CX01982.
           MOVE "CX01982" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01983.
000000     READ FL098 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01983.
           MOVE "CX01983" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL098 .
000000     GO TO CX00090.
      *    VITSGSTG  indexed      30 bytes
000000 CX01991.
           MOVE "CX01991" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01992.
000000     OPEN INPUT FL099 .
000000     GO TO CX00090.
000000 CX01992.
           MOVE "CX01992" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01993.
000000     READ FL099 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX01993.
           MOVE "CX01993" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL099 .
000000     GO TO CX00090.
      *    VIURGRP   indexed      16 bytes
000000 CX02001.
           MOVE "CX02001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02002.
000000     OPEN INPUT FL100 .
000000     GO TO CX00090.
000000 CX02002.
           MOVE "CX02002" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02003.
000000     READ FL100 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02003.
           MOVE "CX02003" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL100 .
000000     GO TO CX00090.
      *    VIURIBA   indexed     114 bytes
000000 CX02011.
           MOVE "CX02011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02012.
000000     OPEN INPUT FL101 .
000000     GO TO CX00090.
000000 CX02012.
           MOVE "CX02012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02013.
000000     READ FL101 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02013.
           MOVE "CX02013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL101 .
000000     GO TO CX00090.
      *    VIVCHCTR  indexed      24 bytes
000000 CX02021.
           MOVE "CX02021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02022.
000000     OPEN INPUT FL102 .
000000     GO TO CX00090.
000000 CX02022.
           MOVE "CX02022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02023.
000000     READ FL102 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02023.
           MOVE "CX02023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL102 .
000000     GO TO CX00090.
      *    VIVINVRG  indexed      52 bytes
000000 CX02031.
           MOVE "CX02031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02032.
000000     OPEN INPUT FL103 .
000000     GO TO CX00090.
000000 CX02032.
           MOVE "CX02032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02033.
000000     READ FL103 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02033.
           MOVE "CX02033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL103 .
000000     GO TO CX00090.
      *    VIWINACC  indexed     104 bytes
000000 CX02041.
           MOVE "CX02041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02042.
000000     OPEN INPUT FL104 .
000000     GO TO CX00090.
000000 CX02042.
           MOVE "CX02042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02043.
000000     READ FL104 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02043.
           MOVE "CX02043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL104 .
000000     GO TO CX00090.
      *    VIWINHIS  indexed      20 bytes
000000 CX02051.
           MOVE "CX02051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02052.
000000     OPEN INPUT FL105 .
000000     GO TO CX00090.
000000 CX02052.
           MOVE "CX02052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02053.
000000     READ FL105 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02053.
           MOVE "CX02053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL105 .
000000     GO TO CX00090.
      *    VIWINID   indexed     196 bytes
000000 CX02061.
           MOVE "CX02061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02062.
000000     OPEN INPUT FL106 .
000000     GO TO CX00090.
000000 CX02062.
           MOVE "CX02062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02063.
000000     READ FL106 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02063.
           MOVE "CX02063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL106 .
000000     GO TO CX00090.
      *    VIWURTAX  indexed      58 bytes
000000 CX02071.
           MOVE "CX02071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02072.
000000     OPEN INPUT FL107 .
000000     GO TO CX00090.
000000 CX02072.
           MOVE "CX02072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02073.
000000     READ FL107 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02073.
           MOVE "CX02073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL107 .
000000     GO TO CX00090.
      *    VIXMITRG  indexed      58 bytes
000000 CX02081.
           MOVE "CX02081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02082.
000000     OPEN INPUT FL108 .
000000     GO TO CX00090.
000000 CX02082.
           MOVE "CX02082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02083.
000000     READ FL108 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02083.
           MOVE "CX02083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL108 .
000000     GO TO CX00090.
      *    VIYECCTL  indexed      26 bytes
000000 CX02091.
           MOVE "CX02091" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02092.
000000     OPEN INPUT FL109 .
000000     GO TO CX00090.
000000 CX02092.
           MOVE "CX02092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02093.
000000     READ FL109 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02093.
           MOVE "CX02093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL109 .
000000     GO TO CX00090.
      *    VIZENMAP  indexed      99 bytes
000000 CX02101.
           MOVE "CX02101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02102.
000000     OPEN INPUT FL110 .
000000     GO TO CX00090.
000000 CX02102.
           MOVE "CX02102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02103.
000000     READ FL110 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02103.
           MOVE "CX02103" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL110 .
000000     GO TO CX00090.
      *    VRSGJYO   relative     61 bytes
000000 CX02111.
           MOVE "CX02111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02112.
000000     OPEN INPUT FL111 .
000000     GO TO CX00090.
000000 CX02112.
           MOVE "CX02112" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02113.
000000     READ FL111 NEXT AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00090.
000000 CX02113.
           MOVE "CX02113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL111 .
000000     GO TO CX00090.
      *    VRUNYKAN  relative    410 bytes
000000 CX02121.
           MOVE "CX02121" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02122.
000000     OPEN INPUT FL112 .
000000     GO TO CX00090.
000000 CX02122.
           MOVE "CX02122" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02123.
000000     READ FL112 NEXT AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00090.
000000 CX02123.
           MOVE "CX02123" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL112 .
000000     GO TO CX00090.
      *    VTYUKSNP  indexed     418 bytes
000000 CX02131.
           MOVE "CX02131" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02132.
000000     OPEN INPUT FL113 .
000000     GO TO CX00090.
000000 CX02132.
           MOVE "CX02132" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02133.
000000     READ FL113 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02133.
           MOVE "CX02133" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL113 .
000000     GO TO CX00090.
      *    VIREOHIS  indexed      70 bytes
000000 CX02141.
           MOVE "CX02141" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02142.
000000     OPEN INPUT FL114 .
000000     GO TO CX00090.
000000 CX02142.
           MOVE "CX02142" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02143.
000000     READ FL114 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02143.
           MOVE "CX02143" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL114 .
000000     GO TO CX00090.
      *    VIGROHIS  indexed      80 bytes
000000 CX02151.
           MOVE "CX02151" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02152.
000000     OPEN INPUT FL115 .
000000     GO TO CX00090.
000000 CX02152.
           MOVE "CX02152" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02153.
000000     READ FL115 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02153.
           MOVE "CX02153" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL115 .
000000     GO TO CX00090.
      *    VIWKHIBT  indexed      50 bytes
000000 CX02161.
           MOVE "CX02161" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02162.
000000     OPEN INPUT FL116 .
000000     GO TO CX00090.
000000 CX02162.
           MOVE "CX02162" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02163.
000000     READ FL116 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02163.
           MOVE "CX02163" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL116 .
000000     GO TO CX00090.
      *    VICHNNEW  indexed      29 bytes
000000 CX02171.
           MOVE "CX02171" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02172.
000000     OPEN INPUT FL117 .
000000     GO TO CX00090.
000000 CX02172.
           MOVE "CX02172" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02173.
000000     READ FL117 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02173.
           MOVE "CX02173" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL117 .
000000     GO TO CX00090.
      *    VIHCHNEW  indexed      29 bytes
000000 CX02181.
           MOVE "CX02181" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02182.
000000     OPEN INPUT FL118 .
000000     GO TO CX00090.
000000 CX02182.
           MOVE "CX02182" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02183.
000000     READ FL118 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02183.
           MOVE "CX02183" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL118 .
000000     GO TO CX00090.
      *    VRTRNSA   relative   2030 bytes
000000 CX02191.
           MOVE "CX02191" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02192.
000000     OPEN INPUT FL119 .
000000     GO TO CX00090.
000000 CX02192.
           MOVE "CX02192" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02193.
000000     READ FL119 NEXT AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00090.
000000 CX02193.
           MOVE "CX02193" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL119 .
000000     GO TO CX00090.
      *    VRTRNSB   relative   2030 bytes
000000 CX02201.
           MOVE "CX02201" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02202.
000000     OPEN INPUT FL120 .
000000     GO TO CX00090.
000000 CX02202.
           MOVE "CX02202" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02203.
000000     READ FL120 NEXT AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00090.
000000 CX02203.
           MOVE "CX02203" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL120 .
000000     GO TO CX00090.
      *    VICHKPT   indexed      60 bytes
000000 CX02211.
           MOVE "CX02211" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02212.
000000     OPEN INPUT FL121 .
000000     GO TO CX00090.
000000 CX02212.
           MOVE "CX02212" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02213.
000000     READ FL121 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02213.
           MOVE "CX02213" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL121 .
000000     GO TO CX00090.
      *20261001追加開始
      *    VIHALLMS  indexed      77 bytes
000000 CX02221.
           MOVE "CX02221" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02222.
000000     OPEN INPUT FL122 .
000000     GO TO CX00090.
000000 CX02222.
           MOVE "CX02222" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02223.
000000     READ FL122 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02223.
           MOVE "CX02223" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL122 .
000000     GO TO CX00090.
      *20261001追加終了
      *20261001追加開始
      *    VIHALLAS  indexed      51 bytes
000000 CX02231.
           MOVE "CX02231" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02232.
000000     OPEN INPUT FL123 .
000000     GO TO CX00090.
000000 CX02232.
           MOVE "CX02232" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02233.
000000     READ FL123 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02233.
           MOVE "CX02233" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL123 .
000000     GO TO CX00090.
      *20261001追加終了
      *20261001追加開始
      *    VICONHAL  indexed      79 bytes
000000 CX02241.
           MOVE "CX02241" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02242.
000000     OPEN INPUT FL124 .
000000     GO TO CX00090.
000000 CX02242.
           MOVE "CX02242" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02243.
000000     READ FL124 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02243.
           MOVE "CX02243" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL124 .
000000     GO TO CX00090.
      *20261001追加終了
      *20261002追加開始
      *    VIPARTSS  indexed     182 bytes
000000 CX02251.
           MOVE "CX02251" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02252.
000000     OPEN INPUT FL125 .
000000     GO TO CX00090.
000000 CX02252.
           MOVE "CX02252" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02253.
000000     READ FL125 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02253.
           MOVE "CX02253" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL125 .
000000     GO TO CX00090.
      *20261002追加終了
      *20261004追加開始
      *    VILINEAG  indexed     157 bytes
000000 CX02261.
           MOVE "CX02261" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02262.
000000     OPEN INPUT FL126 .
000000     GO TO CX00090.
000000 CX02262.
           MOVE "CX02262" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02263.
000000     READ FL126 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02263.
           MOVE "CX02263" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL126 .
000000     GO TO CX00090.
      *20261004追加終了
      *20261005追加開始
      *    VILGHOLD  indexed     178 bytes
000000 CX02271.
           MOVE "CX02271" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02272.
000000     OPEN INPUT FL127 .
000000     GO TO CX00090.
000000 CX02272.
           MOVE "CX02272" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02273.
000000     READ FL127 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02273.
           MOVE "CX02273" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL127 .
000000     GO TO CX00090.
      *20261005追加終了
      *20261005追加開始
      *    VIDOCIDX  indexed     148 bytes
000000 CX02281.
           MOVE "CX02281" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02282.
000000     OPEN INPUT FL128 .
000000     GO TO CX00090.
000000 CX02282.
           MOVE "CX02282" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02283.
000000     READ FL128 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02283.
           MOVE "CX02283" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL128 .
000000     GO TO CX00090.
      *20261005追加終了
      *20261008追加開始
      *    VIPPADJ   indexed     160 bytes
000000 CX02291.
           MOVE "CX02291" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02292.
000000     OPEN INPUT FL129 .
000000     GO TO CX00090.
000000 CX02292.
           MOVE "CX02292" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02293.
000000     READ FL129 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02293.
           MOVE "CX02293" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL129 .
000000     GO TO CX00090.
      *20261008追加終了
      *20261009追加開始
      *    VISGNREQ  indexed      11 bytes
000000 CX02301.
           MOVE "CX02301" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02302.
000000     OPEN INPUT FL130 .
000000     GO TO CX00090.
000000 CX02302.
           MOVE "CX02302" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02303.
000000     READ FL130 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02303.
           MOVE "CX02303" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL130 .
000000     GO TO CX00090.
      *20261009追加終了
      *20261009追加開始
      *    VISGNOFF  indexed     103 bytes
000000 CX02311.
           MOVE "CX02311" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02312.
000000     OPEN INPUT FL131 .
000000     GO TO CX00090.
000000 CX02312.
           MOVE "CX02312" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02313.
000000     READ FL131 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02313.
           MOVE "CX02313" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL131 .
000000     GO TO CX00090.
      *20261009追加終了
      *20261011追加開始
      *    VITRNHIS  indexed      80 bytes
000000 CX02321.
           MOVE "CX02321" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02322.
000000     OPEN INPUT FL132 .
000000     GO TO CX00090.
000000 CX02322.
           MOVE "CX02322" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02323.
000000     READ FL132 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02323.
           MOVE "CX02323" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL132 .
000000     GO TO CX00090.
      *20261011追加終了
      *20261011追加開始
      *    VITRNCTL  indexed      91 bytes
000000 CX02331.
           MOVE "CX02331" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02332.
000000     OPEN INPUT FL133 .
000000     GO TO CX00090.
000000 CX02332.
           MOVE "CX02332" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02333.
000000     READ FL133 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02333.
           MOVE "CX02333" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL133 .
000000     GO TO CX00090.
      *20261011追加終了
      *20261012追加開始
      *    VIVNDDLV  indexed      80 bytes
000000 CX02341.
           MOVE "CX02341" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02342.
000000     OPEN INPUT FL134 .
000000     GO TO CX00090.
000000 CX02342.
           MOVE "CX02342" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02343.
000000     READ FL134 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02343.
           MOVE "CX02343" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL134 .
000000     GO TO CX00090.
      *20261012追加終了
      *20261014追加開始
      *    VICFGVER  indexed      80 bytes
000000 CX02351.
           MOVE "CX02351" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX02352.
000000     OPEN INPUT FL135 .
000000     GO TO CX00090.
000000 CX02352.
           MOVE "CX02352" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX02353.
000000     READ FL135 NEXT AT END MOVE 1 TO SW-EOF .
000000     MOVE ZERO TO WK-RELKEY
000000     GO TO CX00090.
000000 CX02353.
           MOVE "CX02353" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE FL135 .
000000     GO TO CX00090.
      *20261014追加終了
000000 CX00090. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN755" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN755" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN755" TO PRM-PROGID
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
000000         DISPLAY "HBHUN755-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
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
000000     MOVE "HBHUN755" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN755-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN755" TO ERRM-PROGID
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
