       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rptarch.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Files a listing into the
*>   10/15/2026  TB    dated report archive so the next run of the
*>   10/15/2026  TB    report no longer overwrites the only copy.
*>   10/15/2026  TB    Called with the report name (the .LST file
*>   10/15/2026  TB    name without its extension), the job date
*>   10/15/2026  TB    it was run for and the operator or job that
*>   10/15/2026  TB    produced it.  The listing is copied line for
*>   10/15/2026  TB    line to <name>.<job date>.<time>.RPT and
*>   10/15/2026  TB    indexed on rptindex.dat (see the RPTINDEX
*>   10/15/2026  TB    copybook).  NIGHTRUN files each step's
*>   10/15/2026  TB    listing; the month-end reports file their
*>   10/15/2026  TB    own.  Hands back "Y" when the copy was
*>   10/15/2026  TB    filed; a listing that is not there, or an
*>   10/15/2026  TB    archive that cannot be written, is reported
*>   10/15/2026  TB    and handed back "N" -- the caller's own
*>   10/15/2026  TB    work has already been done and stands.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select listf assign using ra-list-file-name
        organization is line sequential
        file status is ra-listf-status.
    select archf assign using ra-arch-file-name
        organization is line sequential
        file status is ra-archf-status.
    select rptindex assign to "RPTINDEX.DAT"
        organization is indexed
        access mode is dynamic
        record key is rx-key
        file status is ra-rptindex-status.
data division.
file section.
fd listf.
01 list-line pic x(200).
fd archf.
01 arch-line pic x(200).
fd rptindex.
    copy RPTINDEX.
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 ra-listf-status pic x(02) value "00".
   88 ra-listf-ok value "00".
   88 ra-listf-not-found value "35".
01 ra-archf-status pic x(02) value "00".
   88 ra-archf-ok value "00".
01 ra-rptindex-status pic x(02) value "00".
   88 ra-rptindex-ok value "00".
   88 ra-rptindex-not-found value "35".
   88 ra-rptindex-dup-key value "22".
01 ra-switches.
   02 ra-eof-sw pic x(01) value "N".
      88 ra-eof value "Y".
   02 ra-indexed-sw pic x(01) value "N".
      88 ra-indexed value "Y".
   02 ra-copied-sw pic x(01) value "N".
      88 ra-copied value "Y".
   02 ra-copy-failed-sw pic x(01) value "N".
      88 ra-copy-failed value "Y".
*> ------------------------------------------------------------
*> the listing and the archive copy being made of it
*> ------------------------------------------------------------
01 ra-list-file-name pic x(40) value spaces.
01 ra-arch-file-name pic x(40) value spaces.
01 ra-filed-date pic 9(08) value 0.
01 ra-filed-time pic 9(08) value 0.
01 ra-line-count pic 9(06) comp value 0.
linkage section.
01 la-report-name pic x(08).
01 la-job-date pic 9(08).
01 la-produced-by pic x(08).
01 la-filed-sw pic x(01).
procedure division using la-report-name, la-job-date,
        la-produced-by, la-filed-sw.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- copy the listing, then index the copy.
*> ------------------------------------------------------------
0000-mainline.
    move "N" to la-filed-sw
    accept ra-filed-date from date yyyymmdd
    accept ra-filed-time from time
    move spaces to ra-list-file-name
    string la-report-name delimited by space
        ".LST" delimited by size
        into ra-list-file-name
    move spaces to ra-arch-file-name
    string la-report-name delimited by space
        "." delimited by size
        la-job-date delimited by size
        "." delimited by size
        ra-filed-time delimited by size
        ".RPT" delimited by size
        into ra-arch-file-name
    perform 1000-copy-listing thru 1000-exit
    if not ra-copied
        go to 0000-exit
    end-if
    perform 2000-index-copy thru 2000-exit
    if ra-indexed
        move "Y" to la-filed-sw
        display la-report-name " listing filed as "
            ra-arch-file-name
    end-if.
0000-exit.
    exit program.
*> ------------------------------------------------------------
*> 1000-COPY-LISTING -- the .LST line for line into the dated
*> archive file.  ra-copied is only set once the whole listing
*> is across.
*> ------------------------------------------------------------
1000-copy-listing.
    move 0 to ra-line-count
    move "N" to ra-eof-sw
    move "N" to ra-copied-sw
    move "N" to ra-copy-failed-sw
    open input listf
    if ra-listf-not-found
        display "warning - " ra-list-file-name
            " not found - nothing filed"
        go to 1000-exit
    end-if
    if not ra-listf-ok
        display "warning - " ra-list-file-name
            " file error - status " ra-listf-status
            " - nothing filed"
        go to 1000-exit
    end-if
    open output archf
    if not ra-archf-ok
        display "warning - " ra-arch-file-name
            " file error - status " ra-archf-status
            " - nothing filed"
        close listf
        go to 1000-exit
    end-if
    perform 1100-copy-one-line thru 1100-exit
        until ra-eof or ra-copy-failed
    close archf
    close listf
    if not ra-copy-failed
        set ra-copied to true
    end-if.
1000-exit.
    exit.
1100-copy-one-line.
    read listf
        at end
            set ra-eof to true
            go to 1100-exit
    end-read
    move list-line to arch-line
    write arch-line
    if not ra-archf-ok
        display "warning - " ra-arch-file-name
            " file error - status " ra-archf-status
            " - copy incomplete, not indexed"
        set ra-copy-failed to true
        go to 1100-exit
    end-if
    add 1 to ra-line-count.
1100-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-INDEX-COPY -- one rptindex.dat record for the copy,
*> creating the index the first time anything is filed.
*> ------------------------------------------------------------
2000-index-copy.
    move "N" to ra-indexed-sw
    open i-o rptindex
    if ra-rptindex-not-found
        open output rptindex
        close rptindex
        open i-o rptindex
    end-if
    if not ra-rptindex-ok
        display "warning - rptindex.dat file error - status "
            ra-rptindex-status " - " ra-arch-file-name
            " written but not indexed"
        go to 2000-exit
    end-if
    move spaces to rpt-index-rec
    move la-report-name to rx-report-name
    move la-job-date to rx-job-date
    move ra-filed-time to rx-filed-time
    move ra-filed-date to rx-filed-date
    move la-produced-by to rx-produced-by
    move ra-arch-file-name to rx-archive-file
    move ra-line-count to rx-line-count
    set rx-on-file to true
    move 0 to rx-purge-date
    move 0 to rx-keep-days
    write rpt-index-rec
        invalid key
            display "warning - " ra-arch-file-name
                " is already indexed - not indexed again"
            close rptindex
            go to 2000-exit
    end-write
    if not ra-rptindex-ok
        display "warning - rptindex.dat file error - status "
            ra-rptindex-status " - " ra-arch-file-name
            " written but not indexed"
        close rptindex
        go to 2000-exit
    end-if
    close rptindex
    set ra-indexed to true.
2000-exit.
    exit.
