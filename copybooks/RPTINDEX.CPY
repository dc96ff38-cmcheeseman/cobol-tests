      *> ----------------------------------------------------------------
      *> RPTINDEX.CPY
      *>
      *> Record layout for rptindex.dat, the index to the dated report
      *> archive.  Every time a listing is filed (see RPTARCH) the .LST
      *> is copied to its own dated archive file and one record goes
      *> here: the report name, the job date it was run for, the date
      *> and time it was filed, the operator or job that produced it,
      *> the archive file's name and how many lines it holds.  Keyed on
      *> report name, job date and filing time, so one report's copies
      *> come back oldest first and a rerun of the same night files
      *> alongside the first run instead of over it.  RPTVIEW browses
      *> and reprints from it; RPTPURGE removes copies past the
      *> retention set for the report (see RPTRETN) and marks the
      *> record purged rather than deleting it, so the index still
      *> says what was kept and when it went.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, for RPTARCH/RPTVIEW/
      *>   10/15/2026  TB    RPTPURGE.
      *> ----------------------------------------------------------------
01 rpt-index-rec.
   02 rx-key.
      03 rx-report-name pic x(08).
      03 rx-job-date pic 9(08).
      03 rx-filed-time pic 9(08).
   02 rx-filed-date pic 9(08).
   02 rx-produced-by pic x(08).
   02 rx-archive-file pic x(40).
   02 rx-line-count pic 9(06).
   02 rx-status pic x(01).
      88 rx-on-file value "A".
      88 rx-purged value "P".
   02 rx-purge-date pic 9(08).
   02 rx-keep-days pic 9(04).
