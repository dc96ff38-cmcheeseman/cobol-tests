      *> ----------------------------------------------------------------
      *> ROLLCTL.CPY
      *>
      *> Record layout for rollctl.dat -- one control line per HISTROLL
      *> run, the period roll-up of the control and log files.  Every
      *> line older than the cutoff on outfctl.dat, archctl.dat,
      *> audit.dat, runlog.dat and jobctl.dat was moved to a dated
      *> history file named for the cutoff:
      *>
      *>     OCTLyyyymmdd.DAT   outfctl.dat lines
      *>     ACTLyyyymmdd.DAT   archctl.dat lines
      *>     AUDTyyyymmdd.DAT   audit.dat lines
      *>     RLOGyyyymmdd.DAT   runlog.dat lines
      *>     JCTLyyyymmdd.DAT   jobctl.dat lines
      *>
      *> Each history file holds the lines dated on or after the cutoff
      *> of the line before it and before its own, so a program after
      *> an older date finds the file to read from here.  The lines are
      *> kept in cutoff order -- each roll-up's cutoff is later than
      *> the last.  The moved counts are in the same order as the list
      *> above, in the table view.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for HISTROLL.
      *> ----------------------------------------------------------------
01 roll-ctl-rec.
   02 rl-run-date pic 9(08).
   02 rl-run-time pic 9(08).
   02 rl-cutoff-date pic 9(08).
   02 rl-moved-counts.
      03 rl-outfctl-moved pic 9(07).
      03 rl-archctl-moved pic 9(07).
      03 rl-audit-moved pic 9(07).
      03 rl-runlog-moved pic 9(07).
      03 rl-jobctl-moved pic 9(07).
   02 rl-moved-table redefines rl-moved-counts.
      03 rl-moved-count pic 9(07) occurs 5 times.
