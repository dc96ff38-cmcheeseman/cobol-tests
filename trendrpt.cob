*>   08/23/2026  TB    periods posted in the run date's year), so
*>   08/23/2026  TB    the office can finally see whether an
*>   08/23/2026  TB    account is growing or shrinking.
*>   10/15/2026  TB    The listing is filed in the dated report
*>   10/15/2026  TB    archive (RPTARCH, rptindex.dat) under the
*>   10/15/2026  TB    run date, so a later run no longer
*>   10/15/2026  TB    overwrites it.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
*> ----------------------------------------------------------------
environment division.
input-output section.
      "CUSTOMER PERIOD TREND - RUN DATE ".
   02 tr-tl-date pic 9(08).
01 tr-head-line.
   02 filler pic x(06) value "CUST".
   02 tr-hd-col occurs 12 times.
      03 filler pic x(06) value spaces.
      03 tr-hd-period pic x(06) value spaces.
   02 filler pic x(07) value spaces.
   02 filler pic x(07) value "TO-DATE".
01 tr-detail-line.
   02 tr-dl-id pic 9(06).
   02 tr-dl-col occurs 12 times.
      03 filler pic x(01) value space.
      03 tr-dl-amount pic zzzzzz9.99- value zeros.
01 tr-count-line.
   02 filler pic x(21) value "CUSTOMERS REPORTED : ".
   02 tr-cl-count pic zzz,zz9.
*> ------------------------------------------------------------
*> filing the listing in the dated report archive (see
*> RPTARCH).  a hand-run report is signed with its own name.
*> ------------------------------------------------------------
01 tr-job-id pic x(08) value "TRENDRPT".
01 tr-report-name pic x(08) value spaces.
01 tr-filed-sw pic x(01) value "N".
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
    close rptout
    display "trend report complete - " tr-customer-count
        " customer(s) on TRENDRPT.LST"
    move "TRENDRPT" to tr-report-name
    perform 8000-file-listing thru 8000-exit
    stop run.
1000-read-history.
    read custhist
3100-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-FILE-LISTING -- file the listing named in
*> tr-report-name in the report archive under the date the
*> run covers.  a listing that could not be filed is a
*> warning only; the run itself did its work.
*> ------------------------------------------------------------
8000-file-listing.
    call "RPTARCH" using tr-report-name, tr-run-date, tr-job-id,
        tr-filed-sw
    if tr-filed-sw not = "Y"
        display "warning - " tr-report-name
            " listing not filed in the report archive"
    end-if.
8000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-CUSTHIST-ERROR -- a custhist.dat operation came back with
*> a file status none of the callers know how to handle.
*> ------------------------------------------------------------
