      *> ----------------------------------------------------------------
      *> PERIODCTL.CPY
      *>
      *> Record layout for periodctl.dat, the accounting period control
      *> file -- one line for every month that has ever been closed,
      *> kept in month order by PERIODMNT.  A closed month is locked:
      *> every program that posts to outf.dat asks PERIODCK whether the
      *> entry date falls in a closed month, and refuses the record or
      *> moves it forward to the first open day.  A month reopened
      *> keeps its line with the status flipped, who reopened it, when,
      *> and why, so the file says what happened to each month.  The
      *> same reason also goes on audit.dat.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for PERIODMNT/PERIODCK.
      *> ----------------------------------------------------------------
01 period-ctl-rec.
   02 pc-period pic 9(06).
   02 pc-period-parts redefines pc-period.
      03 pc-period-year pic 9(04).
      03 pc-period-month pic 9(02).
   02 pc-status pic x(01).
      88 pc-closed value "C".
      88 pc-reopened value "O".
   02 pc-closed-by pic x(08).
   02 pc-closed-date pic 9(08).
   02 pc-closed-time pic 9(08).
   02 pc-reopened-by pic x(08).
   02 pc-reopened-date pic 9(08).
   02 pc-reopened-time pic 9(08).
   02 pc-reopen-reason pic x(30).
