      *> ----------------------------------------------------------------
      *> CASHAPP.CPY
      *>
      *> Record layout for cashapp.dat, the cash application ledger --
      *> one line for every application CSHAPPLY makes, saying which
      *> payment or credit (customer, entry date and type) paid how
      *> much of which charge.  FPAID-AMOUNT on outf.dat only says how
      *> much of a record has been applied, not against what; this file
      *> is the link between the two sides, so an application can be
      *> taken back exactly when the payment behind it turns out not to
      *> be good (see NSFRTN).
      *>
      *> The file is only ever appended to.  An application taken back
      *> is not removed -- a line for the same payment and charge with
      *> the amount negative and AP-REVERSED set is added, so the net
      *> of a payment's lines against a charge is what still stands.
      *> A line whose charge type is "N" records the payment being
      *> applied against its own returned-payment reversal; a payment
      *> with such a line has already been reversed.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for CSHAPPLY/NSFRTN.
      *>   10/15/2026  TB    Widened AP-FIDNUM from four digits to six,
      *>   10/15/2026  TB    the head-office feed having all but used
      *>   10/15/2026  TB    up 0001-9998 (see IDCONV for the
      *>   10/15/2026  TB    conversion of existing files).
      *> ----------------------------------------------------------------
01 cash-app-rec.
   02 ap-fidnum pic 9(06).
   02 ap-pay-date pic 9(08).
   02 ap-pay-type pic x(01).
   02 ap-chg-date pic 9(08).
   02 ap-chg-type pic x(01).
   02 ap-amount pic s9(07)v99.
   02 ap-apply-date pic 9(08).
   02 ap-status pic x(01).
      88 ap-applied value " ".
      88 ap-reversed value "R".
