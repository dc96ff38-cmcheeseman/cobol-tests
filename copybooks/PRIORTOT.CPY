      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   08/09/2026  TB    Original copybook, for month-end reconcile.
      *>   10/15/2026  TB    Widened PT-FIDNUM from four digits to six,
      *>   10/15/2026  TB    the head-office feed having all but used
      *>   10/15/2026  TB    up 0001-9998 (see IDCONV for the
      *>   10/15/2026  TB    conversion of existing files).
      *> ----------------------------------------------------------------
01 prior-total-rec.
   02 pt-fidnum pic 9(06).
   02 pt-total pic s9(09)v99.
