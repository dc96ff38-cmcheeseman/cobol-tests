      *> ----------------------------------------------------------------
      *> DRAWCLS.CPY
      *>
      *> Record layout for drawcls.dat, the cash drawer close-outs -- one
      *> line per clerk per day, written by DRAWCLS when the clerk closes
      *> the drawer at the end of the shift.  It carries the cash and
      *> checks the clerk counted, the payments posted to outf.dat under
      *> the clerk's operator id that day (FOPER-ID, see FDATREC.CPY),
      *> and the difference -- over positive, short negative.  Every
      *> close-out waits as pending until a supervisor signs it off
      *> through DRAWCLS, with a note on what was done about any
      *> difference; a supervisor cannot sign off their own drawer.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for DRAWCLS.
      *> ----------------------------------------------------------------
01 draw-close-rec.
   02 dr-close-date pic 9(08).
   02 dr-operator pic x(08).
   02 dr-close-time pic 9(08).
   02 dr-pay-count pic 9(05).
   02 dr-posted-amount pic s9(09)v99.
   02 dr-cash-counted pic s9(09)v99.
   02 dr-checks-counted pic s9(09)v99.
   02 dr-over-short pic s9(09)v99.
   02 dr-status pic x(01).
      88 dr-pending value "P".
      88 dr-signed-off value "S".
   02 dr-supervisor pic x(08).
   02 dr-signoff-date pic 9(08).
   02 dr-signoff-time pic 9(08).
   02 dr-signoff-note pic x(30).
