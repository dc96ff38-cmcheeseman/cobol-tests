      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   09/01/2026  TB    Original copybook.
      *>   10/15/2026  TB    Widened ST-FIDNUM from four digits to six,
      *>   10/15/2026  TB    the head-office feed having all but used
      *>   10/15/2026  TB    up 0001-9998 (see IDCONV for the
      *>   10/15/2026  TB    conversion of existing files).
      *> ----------------------------------------------------------------
01 stnd-chg-rec.
   02 st-fidnum pic 9(06).
   02 st-num1 pic 9(07)v99.
   02 st-num2 pic 9(07)v99.
   02 st-start-date pic 9(08).
