      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   09/01/2026  TB    Original copybook.
      *>   10/15/2026  TB    OPERCHK is also called in front of COBTEST
      *>   10/15/2026  TB    charge entry, whose signed-on operator
      *>   10/15/2026  TB    stamps each record posted (FOPER-ID, see
      *>   10/15/2026  TB    FDATREC.CPY), and by DRAWCLS: a clerk
      *>   10/15/2026  TB    signs on to close a cash drawer and a
      *>   10/15/2026  TB    supervisor signs to clear the over/short.
      *> ----------------------------------------------------------------
01 oper-master-rec.
   02 op-id pic x(08).
