      *> ----------------------------------------------------------------
      *> PAYPLAN.CPY
      *>
      *> Record layout for payplan.dat, the installment payment plan
      *> file -- one record per customer, keyed on the same FIDNUM as
      *> custmast.dat.  A supervisor sets a plan up through PLANMNT
      *> when collections agrees to take a past-due balance in
      *> installments: the agreed balance, how many installments, the
      *> day of the month they fall due and the amount of each (the
      *> last one takes whatever rounding left over).  PLANCHK checks
      *> the payments on outf.dat against the schedule every night and
      *> moves the status along; PLANRPT lists the plans by status.
      *>
      *> While a plan is in force (current, or late but still inside
      *> its grace days) DUNNOTE sends the customer no notice and
      *> FINCHG assesses them no fee.  A broken plan puts the customer
      *> straight back into normal dunning.  Broken, paid-off and
      *> cancelled plans stay on file until a new plan replaces them.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for PLANMNT/PLANCHK.
      *>   10/15/2026  TB    Widened PP-FIDNUM from four digits to six,
      *>   10/15/2026  TB    the head-office feed having all but used
      *>   10/15/2026  TB    up 0001-9998 (see IDCONV for the
      *>   10/15/2026  TB    conversion of existing files).
      *> ----------------------------------------------------------------
01 pay-plan-rec.
   02 pp-fidnum pic 9(06).
   02 pp-agreed-balance pic 9(07)v99.
   02 pp-installment-count pic 9(02).
   02 pp-installment-amount pic 9(07)v99.
   02 pp-due-day pic 9(02).
   02 pp-first-due-date pic 9(08).
   02 pp-grace-days pic 9(02).
   02 pp-status pic x(01).
      88 pp-current value "C".
      88 pp-late value "L".
      88 pp-broken value "B".
      88 pp-paid-off value "P".
      88 pp-cancelled value "X".
      88 pp-in-force value "C" "L".
   02 pp-status-date pic 9(08).
   02 pp-paid-to-date pic 9(07)v99.
   02 pp-installments-met pic 9(02).
   02 pp-next-due-date pic 9(08).
   02 pp-setup-date pic 9(08).
   02 pp-setup-operator pic x(08).
