*>   09/01/2026  TB    of the age buckets -- the customer's TOTAL
*>   09/01/2026  TB    still carries it, but nobody reads a held
*>   09/01/2026  TB    charge as 90 days past due.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*> ----------------------------------------------------------------
environment division.
input-output section.
        organization is indexed
        access mode is sequential
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        file status is ag-outf-status.
    select rptout assign to "AGEDRPT.LST"
        organization is line sequential
*> file-status and switch work fields
*> ------------------------------------------------------------
01 ag-outf-status pic x(02) value "00".
   88 ag-outf-ok value "00" "02".
   88 ag-outf-not-found value "35".
01 ag-rptout-status pic x(02) value "00".
01 ag-eof-sw pic x(01) value "N".
*> the customer group being accumulated.  the name is taken off
*> the group's first record.
*> ------------------------------------------------------------
01 ag-group-fidnum pic 9(06) value 0.
01 ag-group-name pic x(30) value spaces.
01 ag-group-buckets.
   02 ag-g-current pic s9(09)v99 value 0.
   02 filler pic x(01) value space.
   02 ag-h-date pic 9(08).
01 ag-heading-2.
   02 filler pic x(127) value
      "  ID      NAME                               CURRENT        30 DAYS        60 DAYS       90+ DAYS       DISPUTED          TOTAL".
01 ag-detail-line.
   02 filler pic x(02) value spaces.
   02 ag-d-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 ag-d-name pic x(30).
   02 ag-d-current pic $$,$$$,$$9.99-.
