      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   08/23/2026  TB    Original copybook, for the period roll.
      *>   10/15/2026  TB    Widened CH-FIDNUM from four digits to six,
      *>   10/15/2026  TB    the head-office feed having all but used
      *>   10/15/2026  TB    up 0001-9998 (see IDCONV for the
      *>   10/15/2026  TB    conversion of existing files).
      *> ----------------------------------------------------------------
01 cust-hist-rec.
   02 ch-fidnum pic 9(06).
   02 ch-period occurs 12 times.
      03 ch-period-date pic 9(08).
      03 ch-period-total pic s9(09)v99.
