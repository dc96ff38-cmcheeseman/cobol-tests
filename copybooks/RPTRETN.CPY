      *> ----------------------------------------------------------------
      *> RPTRETN.CPY
      *>
      *> Record layout for rptretn.dat, the report archive retention
      *> table -- one line per report name giving how many days after
      *> its job date a filed copy is kept before RPTPURGE removes it.
      *> A line named DEFAULT covers every report without a line of its
      *> own; with no DEFAULT line either, a copy is kept 90 days.
      *> Kept by RETNMNT, who set each line and when going on the line
      *> and every change on audit.dat.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for RETNMNT/RPTPURGE.
      *> ----------------------------------------------------------------
01 rpt-retn-rec.
   02 rr-report-name pic x(08).
   02 rr-keep-days pic 9(04).
   02 rr-set-by pic x(08).
   02 rr-set-date pic 9(08).
