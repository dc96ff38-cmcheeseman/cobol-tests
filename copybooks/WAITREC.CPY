      *>   09/01/2026  TB    blank and takes the customer's branch
      *>   09/01/2026  TB    when it finally writes, the same as a
      *>   09/01/2026  TB    blank column on tranf.dat.
      *>   10/15/2026  TB    Widened WL-FIDNUM from four digits to six,
      *>   10/15/2026  TB    the head-office feed having all but used
      *>   10/15/2026  TB    up 0001-9998 (see IDCONV for the
      *>   10/15/2026  TB    conversion of existing files).
      *> ----------------------------------------------------------------
01 wait-rec.
   02 wl-fidnum pic 9(06).
   02 wl-firstname pic x(15).
   02 wl-lastname pic x(15).
   02 wl-num1 pic s9(07)v99.
