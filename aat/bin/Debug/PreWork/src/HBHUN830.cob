      *    EXOPMAUD with who keyed it, and the whole master lists
      *    to EXOPMRPT after the cards.  The card programs verify
      *    through this master before acting
      *20260904追加開始
      *    S surveillance case disposition (HBHSS265)
      *20260904追加終了
      *20260906追加開始
      *    H stop-payment placement and lift (HBHSS280)
      *20260906追加終了
      *20260908追加開始
      *    T treasury release of the transfer batch (HBHSS305)
      *20260908追加終了
      *20260910追加開始
      *    B settlement-account reconciliation cards (HBHSS310)
      *20260910追加終了
      *20260911追加開始
      *    W receivables write-off (HBHSS315)
      *20260911追加終了
      *20260912追加開始
      *    V payout-voucher void (HBHSS325)
      *20260912追加終了
      *20260914追加開始
      *    Z prize stock and deliveries (HBHUN920)
      *20260914追加終了
      *20260916追加開始
      *    J jackpot pools (HBHUN940)
      *20260916追加終了
      *20260917追加開始
      *    M promotional campaigns (HBHUN945)
      *20260917追加終了
      *20260918追加開始
      *    G payout-setting change register (HBHUN955)
      *20260918追加終了
      *20260919追加開始
      *    Q machine type-certification (HBHUN965)
      *20260919追加終了
      *20260920追加開始
      *    N machine-code allocation (HBHUN980)
      *20260920追加終了
      *20260921追加開始
      *    F FEP master (HBHUN990)
      *20260921追加終了
      *20260922追加開始
      *    L statutory payout-ratio bounds (HBHUN995)
      *20260922追加終了
      *20260925追加開始
      *    E event calendar (HBHUN655)
      *20260925追加終了
      *20260926追加開始
      *    Y channel volume commitments (HBHUN675)
      *    D fee-change notice details (HBHUN685)
      *20260926追加終了
      *20260927追加開始
      *    X game-type retirement (HBHUN695)
      *    O report distribution master (HBHUN705)
      *20260927追加終了
      *20260928追加開始
      *    I information protection - masking rules (HBHUN715)
      *      and unmasked report copies (HSAAL140)
      *20260928追加終了
      *20260929追加開始
      *    R restore also covers the disaster-recovery reload of
      *      every master at the recovery site (HBHUN735) and the
      *      rebuild of a reorganised master (HBHUN745)
      *20260929追加終了
      *20261001追加開始
      *    U run-control repair also covers the hall master and the
      *      floor and machine hall assignments (HBHUN605)
      *20261001追加終了
      *20261005追加開始
      *    1 legal-hold placement and release (HBHUN570)
      *20261005追加終了
      *20261008追加開始
      *    2 prior-period adjustments against closed business
      *      dates (HBHUN590)
      *20261008追加終了
      *20261009追加開始
      *    3 morning-report sign-off (HBHUN595)
      *20261009追加終了
      *20261012追加開始
      *    4 vendor sales-file delivery (HBHUN545)
      *20261012追加終了
      *20261013追加開始
      *    5 head-office fee-change bulk load (HBHUN555)
      *20261013追加終了
000000     SELECT  OPRCARD
000000                  ASSIGN             OPRCARD-MSD
000000             FILE STATUS          FL-STS1.
