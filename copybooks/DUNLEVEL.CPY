      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   09/01/2026  TB    Original copybook, for DUNNOTE.
      *>   10/15/2026  TB    Widened DL-FIDNUM from four digits to six,
      *>   10/15/2026  TB    the head-office feed having all but used
      *>   10/15/2026  TB    up 0001-9998 (see IDCONV for the
      *>   10/15/2026  TB    conversion of existing files).
      *> ----------------------------------------------------------------
01 dun-level-rec.
   02 dl-fidnum pic 9(06).
   02 dl-level pic 9(01).
   02 dl-sent-date pic 9(08).
