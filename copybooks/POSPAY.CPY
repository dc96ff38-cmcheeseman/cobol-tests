      *> ----------------------------------------------------------------
      *> POSPAY.CPY
      *>
      *> Record layout for the positive-pay file sent to the bank, so it
      *> honors only the refund checks we actually issued.  REFUND writes
      *> one "I" issue line per check as it posts the refund, and one "V"
      *> void line when a check is cancelled (voided, or never cashed
      *> after 90 days) so the bank stops paying it.  Each run's lines are
      *> followed by a "T" trailer carrying the line count and the issue
      *> and void totals, the same proof the bank's own lockbox and
      *> returns files give us.  The file is dated -- POSPAYyyyymmdd.DAT
      *> -- and a second run on the same day adds to it.  Amounts are in
      *> cents with no decimal point.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for REFUND.
      *> ----------------------------------------------------------------
01 pos-pay-rec.
   02 py-rec-type pic x(01).
      88 py-issue value "I".
      88 py-void value "V".
      88 py-trailer value "T".
   02 py-detail.
      03 py-account pic x(12).
      03 py-check-number pic 9(10).
      03 py-amount pic 9(08)v99.
      03 py-issue-date pic 9(08).
      03 py-payee pic x(30).
   02 py-trailer-data redefines py-detail.
      03 py-t-count pic 9(06).
      03 py-t-issue-total pic 9(10)v99.
      03 py-t-void-total pic 9(10)v99.
      03 filler pic x(40).
