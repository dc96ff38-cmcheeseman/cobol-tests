      *> ----------------------------------------------------------------
      *> GLJRNL.CPY
      *>
      *> Record layout for gljrnl.dat, the fixed-width journal GLEXTR
      *> hands the general ledger each night.  One line per account
      *> side per branch, transaction type and component: the day's
      *> money summed, never a line per customer.  The debit lines and
      *> credit lines of a branch always total the same -- GLEXTR does
      *> not write the file at all otherwise.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for GLEXTR.
      *> ----------------------------------------------------------------
01 gl-journal-rec.
   02 gj-journal-date pic 9(08).
   02 gj-branch-code pic x(03).
   02 gj-line-number pic 9(05).
   02 gj-account pic x(12).
   02 gj-dr-cr pic x(01).
      88 gj-debit value "D".
      88 gj-credit value "C".
   02 gj-amount pic 9(09)v99.
   02 gj-tran-type pic x(01).
   02 gj-component pic x(05).
   02 gj-description pic x(30).
