      *> ----------------------------------------------------------------
      *> GLMAP.CPY
      *>
      *> Record layout for glmap.dat, the general-ledger account map
      *> GLEXTR posts the nightly journal through and GLMAPMNT
      *> maintains.  One line per transaction type and charge
      *> component, giving the account debited and the account
      *> credited for that money.  A charge ("C") is split three ways
      *> -- BASE, TAX and SURCH, the components CALCCHG costed it into
      *> -- and every other type posts its FTOTAL under TOTAL.  A line
      *> with a blank branch is the default for every office; a line
      *> for a specific branch overrides it for that branch only, so a
      *> second office can carry its own revenue or cash accounts
      *> without every line being keyed twice.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for GLEXTR/GLMAPMNT.
      *> ----------------------------------------------------------------
01 gl-map-rec.
   02 gm-map-key.
      03 gm-tran-type pic x(01).
      03 gm-component pic x(05).
         88 gm-base-component value "BASE".
         88 gm-tax-component value "TAX".
         88 gm-surch-component value "SURCH".
         88 gm-total-component value "TOTAL".
         88 gm-valid-component value "BASE" "TAX" "SURCH" "TOTAL".
      03 gm-branch-code pic x(03).
   02 gm-debit-account pic x(12).
   02 gm-credit-account pic x(12).
   02 gm-description pic x(30).
