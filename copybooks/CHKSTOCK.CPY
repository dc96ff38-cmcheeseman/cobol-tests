      *> ----------------------------------------------------------------
      *> CHKSTOCK.CPY
      *>
      *> Record layout for chkstock.dat, the refund check stock -- one
      *> line per range of pre-numbered checks received from the printer,
      *> kept in the order loaded by CHKMNT.  REFUND draws its check
      *> numbers from the oldest range still active, one at a time, as
      *> it posts each refund, and writes the next number back, so no
      *> number is ever issued twice or skipped without a trace.  A range
      *> drawn to its last number goes used-up; a range pulled from use
      *> (spoiled or lost stock) is retired through CHKMNT with a reason
      *> on audit.dat, and its unissued numbers are never drawn.  The
      *> bank account the checks are drawn on travels with the stock and
      *> goes on the positive-pay file (see POSPAY.CPY).
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for CHKMNT/REFUND.
      *> ----------------------------------------------------------------
01 check-stock-rec.
   02 ks-bank-account pic x(12).
   02 ks-first-check pic 9(07).
   02 ks-last-check pic 9(07).
   02 ks-next-check pic 9(07).
   02 ks-status pic x(01).
      88 ks-active value "A".
      88 ks-used-up value "U".
      88 ks-retired value "R".
   02 ks-loaded-by pic x(08).
   02 ks-loaded-date pic 9(08).
