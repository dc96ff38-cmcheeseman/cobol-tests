       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rptpurge.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Purges the dated report
*>   10/15/2026  TB    archive.  Every copy still on file in
*>   10/15/2026  TB    rptindex.dat (see RPTARCH and the RPTINDEX
*>   10/15/2026  TB    copybook) whose job date is further back
*>   10/15/2026  TB    than the days kept for its report
*>   10/15/2026  TB    (rptretn.dat, kept by RETNMNT; the DEFAULT
*>   10/15/2026  TB    line, or 90 days, for a report without a
*>   10/15/2026  TB    line) has its archive file removed and its
*>   10/15/2026  TB    index record marked purged with the date
*>   10/15/2026  TB    and the days it was kept -- the record
*>   10/15/2026  TB    stays, so RPTVIEW can still say what was
*>   10/15/2026  TB    filed and when it went.  Each copy purged
*>   10/15/2026  TB    is listed on rptpurge.lst, which is filed
*>   10/15/2026  TB    in the archive in its turn.  A file that
*>   10/15/2026  TB    cannot be removed is listed, left on file
*>   10/15/2026  TB    and ends the run with return code 4.  The
*>   10/15/2026  TB    date defaults to today and can be keyed on
*>   10/15/2026  TB    the command line ("rptpurge 20260831").
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select rptindex assign to "RPTINDEX.DAT"
        organization is indexed
        access mode is dynamic
        record key is rx-key
        file status is rg-rptindex-status.
    select retnf assign to "RPTRETN.DAT"
        organization is line sequential
        access is sequential
        file status is rg-retnf-status.
    select archf assign using rg-arch-file-name
        organization is line sequential
        file status is rg-archf-status.
    select purgout assign to "RPTPURGE.LST"
        organization is line sequential
        file status is rg-purgout-status.
data division.
file section.
fd rptindex.
    copy RPTINDEX.
fd retnf.
    copy RPTRETN.
fd archf.
01 arch-line pic x(200).
fd purgout.
01 purge-line pic x(100).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 rg-rptindex-status pic x(02) value "00".
   88 rg-rptindex-ok value "00".
   88 rg-rptindex-not-found value "35".
01 rg-retnf-status pic x(02) value "00".
   88 rg-retnf-ok value "00".
   88 rg-retnf-not-found value "35".
01 rg-archf-status pic x(02) value "00".
   88 rg-archf-not-found value "35".
01 rg-purgout-status pic x(02) value "00".
01 rg-switches.
   02 rg-eof-sw pic x value "N".
      88 rg-eof value "Y".
   02 rg-retn-eof-sw pic x value "N".
      88 rg-retn-eof value "Y".
   02 rg-found-sw pic x value "N".
      88 rg-found value "Y".
*> ------------------------------------------------------------
*> the date the copies are aged against
*> ------------------------------------------------------------
01 rg-run-date pic 9(08) value 0.
01 rg-keyed-date pic x(08) value spaces.
01 rg-run-day-number pic 9(07) comp value 0.
01 rg-expire-day-number pic 9(07) comp value 0.
*> ------------------------------------------------------------
*> the retention lines off rptretn.dat, and the days kept for
*> the copy in hand.  with no DEFAULT line a copy is kept
*> rg-default-days.
*> ------------------------------------------------------------
01 rg-retn-count pic 9(04) comp value 0.
01 rg-retn-sub pic 9(04) comp value 0.
01 rg-retn-table.
   02 rg-retn-entry occurs 200 times pic x(28).
01 rg-default-days pic 9(04) value 90.
01 rg-keep-days pic 9(04) value 0.
01 rg-arch-file-name pic x(40) value spaces.
01 rg-delete-status pic s9(09) comp-5 value 0.
01 rg-note pic x(14) value spaces.
*> ------------------------------------------------------------
*> filing the purge listing in the archive it has just worked
*> ------------------------------------------------------------
01 rg-job-id pic x(08) value "RPTPURGE".
01 rg-report-name pic x(08) value "RPTPURGE".
01 rg-filed-sw pic x(01) value "N".
*> ------------------------------------------------------------
*> run totals
*> ------------------------------------------------------------
01 rg-checked-count pic 9(06) comp value 0.
01 rg-purged-count pic 9(06) comp value 0.
01 rg-purged-lines pic 9(09) comp value 0.
01 rg-failed-count pic 9(06) comp value 0.
*> ------------------------------------------------------------
*> listing lines
*> ------------------------------------------------------------
01 rg-heading-1.
   02 filler pic x(38) value
      "REPORT ARCHIVE PURGE - AS OF ".
   02 rg-h-date pic 9(08).
01 rg-heading-2.
   02 filler pic x(57) value
      "  REPORT    JOB DATE  FILED BY  LINES  KEPT  ARCHIVE FILE".
   02 filler pic x(26) value
      "                      NOTE".
01 rg-detail-line.
   02 filler pic x(02) value spaces.
   02 rg-d-name pic x(08).
   02 filler pic x(02) value spaces.
   02 rg-d-job-date pic 9(08).
   02 filler pic x(02) value spaces.
   02 rg-d-by pic x(08).
   02 rg-d-lines pic zzz,zz9.
   02 filler pic x(01) value space.
   02 rg-d-kept pic z,zz9.
   02 filler pic x(02) value spaces.
   02 rg-d-file pic x(32).
   02 filler pic x(02) value spaces.
   02 rg-d-note pic x(14).
01 rg-count-line.
   02 rg-c-label pic x(34).
   02 rg-c-count pic zzz,zzz,zz9.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
*> ------------------------------------------------------------
0000-mainline.
    accept rg-keyed-date from command-line
    if rg-keyed-date = spaces
        accept rg-run-date from date yyyymmdd
    else
        move rg-keyed-date to rg-run-date
    end-if
    compute rg-run-day-number =
        function integer-of-date(rg-run-date)
    perform 1000-load-retention thru 1000-exit
    open i-o rptindex
    if rg-rptindex-not-found
        display "rptindex.dat not found - nothing filed to purge"
        stop run
    end-if
    if not rg-rptindex-ok
        perform 9000-rptindex-error thru 9000-exit
    end-if
    open output purgout
    move rg-run-date to rg-h-date
    move rg-heading-1 to purge-line
    write purge-line
    move rg-heading-2 to purge-line
    write purge-line
    perform 2000-check-one-copy thru 2000-exit
        until rg-eof
    if rg-purged-count = 0 and rg-failed-count = 0
        move "  (nothing past its retention)" to purge-line
        write purge-line
    end-if
    perform 7000-print-totals thru 7000-exit
    close purgout
    close rptindex
    call "RPTARCH" using rg-report-name, rg-run-date, rg-job-id,
        rg-filed-sw
    if rg-filed-sw not = "Y"
        display "warning - RPTPURGE listing not filed in the "
            "report archive"
    end-if
    display "report archive purge complete for " rg-run-date
    display "  copies on file checked : " rg-checked-count
    display "  copies purged          : " rg-purged-count
    display "  lines purged           : " rg-purged-lines
    display "  could not be removed   : " rg-failed-count
    display "purged copies listed on RPTPURGE.LST"
    if rg-failed-count > 0
        move 4 to return-code
    end-if
    stop run.
*> ------------------------------------------------------------
*> 1000-LOAD-RETENTION -- rptretn.dat into the table, picking
*> up the DEFAULT line as it goes by.  no file means every
*> report is kept the default.
*> ------------------------------------------------------------
1000-load-retention.
    open input retnf
    if rg-retnf-not-found
        go to 1000-exit
    end-if
    if not rg-retnf-ok
        perform 9100-retnf-error thru 9100-exit
    end-if
    perform 1100-load-one-line thru 1100-exit
        until rg-retn-eof
    close retnf.
1000-exit.
    exit.
1100-load-one-line.
    read retnf
        at end
            set rg-retn-eof to true
        not at end
            if rg-retn-count not < 200
                display "more than 200 lines on rptretn.dat - "
                    "raise rg-retn-table's size before continuing"
                stop run
            end-if
            add 1 to rg-retn-count
            move rpt-retn-rec to rg-retn-entry(rg-retn-count)
            if rr-report-name = "DEFAULT" and rr-keep-days > 0
                move rr-keep-days to rg-default-days
            end-if
    end-read
    if not rg-retnf-ok and not rg-retn-eof
        perform 9100-retnf-error thru 9100-exit
    end-if.
1100-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-CHECK-ONE-COPY -- the next copy on the index.  one still
*> on file whose retention has run out is removed, marked
*> purged and listed.
*> ------------------------------------------------------------
2000-check-one-copy.
    read rptindex next record
        at end
            set rg-eof to true
            go to 2000-exit
    end-read
    if not rg-rptindex-ok
        perform 9000-rptindex-error thru 9000-exit
    end-if
    if not rx-on-file
        go to 2000-exit
    end-if
    if rx-job-date not numeric or rx-job-date < 19000101
        go to 2000-exit
    end-if
    add 1 to rg-checked-count
    perform 2100-find-keep-days thru 2100-exit
    compute rg-expire-day-number =
        function integer-of-date(rx-job-date) + rg-keep-days
    if rg-expire-day-number not < rg-run-day-number
        go to 2000-exit
    end-if
    perform 3000-remove-copy thru 3000-exit
    if rg-note = "NOT REMOVED"
        add 1 to rg-failed-count
        perform 5000-list-copy thru 5000-exit
        go to 2000-exit
    end-if
    set rx-purged to true
    move rg-run-date to rx-purge-date
    move rg-keep-days to rx-keep-days
    rewrite rpt-index-rec
    if not rg-rptindex-ok
        perform 9000-rptindex-error thru 9000-exit
    end-if
    add 1 to rg-purged-count
    add rx-line-count to rg-purged-lines
    perform 5000-list-copy thru 5000-exit.
2000-exit.
    exit.
2100-find-keep-days.
    move rg-default-days to rg-keep-days
    move "N" to rg-found-sw
    move 0 to rg-retn-sub
    perform 2200-check-one-line thru 2200-exit
        until rg-retn-sub not < rg-retn-count or rg-found.
2100-exit.
    exit.
2200-check-one-line.
    add 1 to rg-retn-sub
    move rg-retn-entry(rg-retn-sub) to rpt-retn-rec
    if rr-report-name = rx-report-name and rr-keep-days > 0
        move rr-keep-days to rg-keep-days
        set rg-found to true
    end-if.
2200-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-REMOVE-COPY -- delete the archive file.  a file already
*> gone off the disk is purged all the same; one still there
*> that would not delete is left for the systems office.
*> ------------------------------------------------------------
3000-remove-copy.
    move spaces to rg-note
    move rx-archive-file to rg-arch-file-name
    call "CBL_DELETE_FILE" using rg-arch-file-name
        returning rg-delete-status
    if rg-delete-status = 0
        go to 3000-exit
    end-if
    open input archf
    if rg-archf-not-found
        move "ALREADY GONE" to rg-note
        go to 3000-exit
    end-if
    close archf
    move "NOT REMOVED" to rg-note.
3000-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-LIST-COPY -- one line on the listing per copy purged or
*> left.
*> ------------------------------------------------------------
5000-list-copy.
    move rx-report-name to rg-d-name
    move rx-job-date to rg-d-job-date
    move rx-produced-by to rg-d-by
    move rx-line-count to rg-d-lines
    move rg-keep-days to rg-d-kept
    move rx-archive-file to rg-d-file
    move rg-note to rg-d-note
    move rg-detail-line to purge-line
    write purge-line.
5000-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-PRINT-TOTALS
*> ------------------------------------------------------------
7000-print-totals.
    move spaces to purge-line
    write purge-line
    move "copies on file checked" to rg-c-label
    move rg-checked-count to rg-c-count
    move rg-count-line to purge-line
    write purge-line
    move "copies purged" to rg-c-label
    move rg-purged-count to rg-c-count
    move rg-count-line to purge-line
    write purge-line
    move "lines purged" to rg-c-label
    move rg-purged-lines to rg-c-count
    move rg-count-line to purge-line
    write purge-line
    move "could not be removed - left on file" to rg-c-label
    move rg-failed-count to rg-c-count
    move rg-count-line to purge-line
    write purge-line.
7000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-RPTINDEX-ERROR -- a rptindex operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-rptindex-error.
    display "rptindex.dat file error - status "
        rg-rptindex-status
    display "rptpurge terminating"
    move 8 to return-code
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-RETNF-ERROR -- a rptretn.dat operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-retnf-error.
    display "rptretn.dat file error - status "
        rg-retnf-status
    display "rptpurge terminating"
    move 8 to return-code
    stop run.
9100-exit.
    exit.
