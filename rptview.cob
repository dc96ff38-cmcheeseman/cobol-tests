       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rptview.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Browse and reprint from
*>   10/15/2026  TB    the dated report archive (see RPTARCH and
*>   10/15/2026  TB    the RPTINDEX copybook), for when an auditor
*>   10/15/2026  TB    asks for a night's balance sheet or aging
*>   10/15/2026  TB    after the report has run again.  L)IST
*>   10/15/2026  TB    shows what is filed for a report name (or
*>   10/15/2026  TB    every report) from a job date on, with who
*>   10/15/2026  TB    produced each copy and whether RPTPURGE has
*>   10/15/2026  TB    removed it.  V)IEW pages a copy on the
*>   10/15/2026  TB    screen; R)EPRINT puts it back on
*>   10/15/2026  TB    REPRINT.LST for the printer.  A report run
*>   10/15/2026  TB    more than once for the same job date asks
*>   10/15/2026  TB    which run is wanted.  Any signed-on clerk
*>   10/15/2026  TB    may look; nothing here changes the archive.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select rptindex assign to "RPTINDEX.DAT"
        organization is indexed
        access mode is dynamic
        record key is rx-key
        file status is rv-rptindex-status.
    select archf assign using rv-arch-file-name
        organization is line sequential
        file status is rv-archf-status.
    select printf assign to "REPRINT.LST"
        organization is line sequential
        file status is rv-printf-status.
data division.
file section.
fd rptindex.
    copy RPTINDEX.
fd archf.
01 arch-line pic x(200).
fd printf.
01 print-line pic x(200).
working-storage section.
*> ------------------------------------------------------------
*> file-status and function-selection work fields
*> ------------------------------------------------------------
01 rv-rptindex-status pic x(02) value "00".
   88 rv-rptindex-ok value "00".
   88 rv-rptindex-not-found value "35".
01 rv-archf-status pic x(02) value "00".
   88 rv-archf-ok value "00".
   88 rv-archf-not-found value "35".
01 rv-printf-status pic x(02) value "00".
   88 rv-printf-ok value "00".
01 rv-function pic x(01) value space.
   88 rv-list-function value "L" "l".
   88 rv-view-function value "V" "v".
   88 rv-reprint-function value "R" "r".
   88 rv-quit-function value "Q" "q".
01 rv-switches.
   02 rv-eof-sw pic x value "N".
      88 rv-eof value "Y".
   02 rv-stop-sw pic x value "N".
      88 rv-stop value "Y".
01 rv-reply pic x(01) value space.
*> ------------------------------------------------------------
*> the selection keyed by the clerk
*> ------------------------------------------------------------
01 rv-key-name pic x(08) value spaces.
01 rv-key-date pic 9(08) value 0.
01 rv-listed-count pic 9(06) comp value 0.
*> ------------------------------------------------------------
*> the runs filed for one report and job date, for the clerk to
*> pick from, and the copy picked.
*> ------------------------------------------------------------
01 rv-run-count pic 9(02) comp value 0.
01 rv-run-sub pic 9(02) comp value 0.
01 rv-run-pick pic 9(02) value 0.
01 rv-run-table.
   02 rv-run-entry occurs 20 times pic x(99).
01 rv-arch-file-name pic x(40) value spaces.
01 rv-line-count pic 9(06) comp value 0.
01 rv-page-lines pic 9(02) comp value 0.
01 rv-page-size pic 9(02) comp value 20.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK call.  any signed-on
*> clerk may look.
*> ------------------------------------------------------------
01 rv-operator-id pic x(08) value spaces.
01 rv-level-needed pic 9(01) value 1.
01 rv-check-result pic x(01) value "N".
*> ------------------------------------------------------------
*> listing line
*> ------------------------------------------------------------
01 rv-list-line.
   02 filler pic x(01) value space.
   02 rv-ll-pick pic z9.
   02 filler pic x(02) value spaces.
   02 rv-ll-name pic x(08).
   02 filler pic x(02) value spaces.
   02 rv-ll-job-date pic 9(08).
   02 filler pic x(02) value spaces.
   02 rv-ll-filed-date pic 9(08).
   02 filler pic x(01) value space.
   02 rv-ll-filed-time pic 9(06).
   02 filler pic x(02) value spaces.
   02 rv-ll-by pic x(08).
   02 rv-ll-lines pic zzz,zz9.
   02 filler pic x(02) value spaces.
   02 rv-ll-status pic x(16).
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- sign the clerk on and loop on the function
*> menu until they quit.
*> ------------------------------------------------------------
0000-mainline.
    open input rptindex
    if rv-rptindex-not-found
        display "rptindex.dat not found - no report has been "
            "filed yet"
        stop run
    end-if
    if not rv-rptindex-ok
        perform 9000-rptindex-error thru 9000-exit
    end-if
    call "OPERCHK" using rv-level-needed, rv-operator-id,
        rv-check-result
    if rv-check-result not = "Y"
        display "report archive browse refused"
        close rptindex
        stop run
    end-if
    perform 1000-prompt-function thru 1000-exit
        until rv-quit-function
    close rptindex
    stop run.
*> ------------------------------------------------------------
*> 1000-PROMPT-FUNCTION -- ask which function to perform and
*> dispatch to it.
*> ------------------------------------------------------------
1000-prompt-function.
    display "L)IST FILED REPORTS  V)IEW  R)EPRINT  Q)UIT: "
        with no advancing
    accept rv-function
    evaluate true
        when rv-list-function
            perform 2000-list-filed thru 2000-exit
        when rv-view-function
            perform 3000-pick-copy thru 3000-exit
            if rv-arch-file-name not = spaces
                perform 4000-view-copy thru 4000-exit
            end-if
        when rv-reprint-function
            perform 3000-pick-copy thru 3000-exit
            if rv-arch-file-name not = spaces
                perform 5000-reprint-copy thru 5000-exit
            end-if
        when rv-quit-function
            next sentence
        when other
            display "not valid - enter L, V, R or Q"
    end-evaluate.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-LIST-FILED -- every copy filed for a report name (blank
*> for every report) from a job date on (0 for all).  the index
*> comes back in report-name order, each report oldest first.
*> ------------------------------------------------------------
2000-list-filed.
    display "enter report name (blank = all): "
        with no advancing
    accept rv-key-name
    inspect rv-key-name converting
        "abcdefghijklmnopqrstuvwxyz" to
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    display "enter from job date (yyyymmdd, 0 = all): "
        with no advancing
    accept rv-key-date
    move 0 to rv-listed-count
    move "N" to rv-eof-sw
    move rv-key-name to rx-report-name
    move rv-key-date to rx-job-date
    move 0 to rx-filed-time
    start rptindex key not < rx-key
        invalid key
            set rv-eof to true
    end-start
    display "      REPORT    JOB DATE  FILED            BY"
        "          LINES  STATUS"
    perform 2100-list-one-copy thru 2100-exit
        until rv-eof
    if rv-listed-count = 0
        display "  (nothing filed for that selection)"
    end-if.
2000-exit.
    exit.
2100-list-one-copy.
    read rptindex next record
        at end
            set rv-eof to true
            go to 2100-exit
    end-read
    if not rv-rptindex-ok
        perform 9000-rptindex-error thru 9000-exit
    end-if
    if rv-key-name not = spaces
            and rx-report-name not = rv-key-name
        set rv-eof to true
        go to 2100-exit
    end-if
    if rx-job-date < rv-key-date
        go to 2100-exit
    end-if
    add 1 to rv-listed-count
    move 0 to rv-ll-pick
    perform 6000-fill-list-line thru 6000-exit
    display rv-list-line.
2100-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-PICK-COPY -- the copy of a report filed for a job date,
*> asking which run when there was more than one.  a purged
*> copy is gone; the clerk is told when it went.  nothing picked
*> leaves rv-arch-file-name blank.
*> ------------------------------------------------------------
3000-pick-copy.
    move spaces to rv-arch-file-name
    display "enter report name: " with no advancing
    accept rv-key-name
    inspect rv-key-name converting
        "abcdefghijklmnopqrstuvwxyz" to
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    display "enter job date (yyyymmdd): " with no advancing
    accept rv-key-date
    move 0 to rv-run-count
    move "N" to rv-eof-sw
    move rv-key-name to rx-report-name
    move rv-key-date to rx-job-date
    move 0 to rx-filed-time
    start rptindex key not < rx-key
        invalid key
            set rv-eof to true
    end-start
    perform 3100-gather-one-run thru 3100-exit
        until rv-eof
    if rv-run-count = 0
        display "no " rv-key-name " filed for job date "
            rv-key-date
        go to 3000-exit
    end-if
    move 1 to rv-run-pick
    if rv-run-count > 1
        display "      REPORT    JOB DATE  FILED            BY"
            "          LINES  STATUS"
        move 0 to rv-run-sub
        perform 3200-list-one-run thru 3200-exit
            until rv-run-sub not < rv-run-count
        display "which run (1-" rv-run-count "): "
            with no advancing
        accept rv-run-pick
        if rv-run-pick < 1 or rv-run-pick > rv-run-count
            display "not one of the runs listed"
            go to 3000-exit
        end-if
    end-if
    move rv-run-entry(rv-run-pick) to rpt-index-rec
    if rx-purged
        display rx-report-name " for " rx-job-date
            " was purged " rx-purge-date " after "
            rx-keep-days " days - no copy left"
        go to 3000-exit
    end-if
    move rx-archive-file to rv-arch-file-name.
3000-exit.
    exit.
3100-gather-one-run.
    read rptindex next record
        at end
            set rv-eof to true
            go to 3100-exit
    end-read
    if not rv-rptindex-ok
        perform 9000-rptindex-error thru 9000-exit
    end-if
    if rx-report-name not = rv-key-name
            or rx-job-date not = rv-key-date
        set rv-eof to true
        go to 3100-exit
    end-if
    if rv-run-count not < 20
        set rv-eof to true
        go to 3100-exit
    end-if
    add 1 to rv-run-count
    move rpt-index-rec to rv-run-entry(rv-run-count).
3100-exit.
    exit.
3200-list-one-run.
    add 1 to rv-run-sub
    move rv-run-entry(rv-run-sub) to rpt-index-rec
    move rv-run-sub to rv-ll-pick
    perform 6000-fill-list-line thru 6000-exit
    display rv-list-line.
3200-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-VIEW-COPY -- the copy on the screen a page at a time.
*> ------------------------------------------------------------
4000-view-copy.
    perform 7000-open-copy thru 7000-exit
    if rv-arch-file-name = spaces
        go to 4000-exit
    end-if
    move "N" to rv-stop-sw
    move 0 to rv-page-lines
    perform 4100-view-one-line thru 4100-exit
        until rv-eof or rv-stop
    close archf.
4000-exit.
    exit.
4100-view-one-line.
    read archf
        at end
            set rv-eof to true
            display "(end of " rv-arch-file-name ")"
            go to 4100-exit
    end-read
    display arch-line
    add 1 to rv-page-lines
    if rv-page-lines not < rv-page-size
        move 0 to rv-page-lines
        display "-- enter for more, Q to stop: "
            with no advancing
        accept rv-reply
        if rv-reply = "Q" or rv-reply = "q"
            set rv-stop to true
        end-if
    end-if.
4100-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-REPRINT-COPY -- the copy line for line onto REPRINT.LST.
*> ------------------------------------------------------------
5000-reprint-copy.
    perform 7000-open-copy thru 7000-exit
    if rv-arch-file-name = spaces
        go to 5000-exit
    end-if
    open output printf
    if not rv-printf-ok
        display "reprint.lst file error - status "
            rv-printf-status " - nothing reprinted"
        close archf
        go to 5000-exit
    end-if
    move 0 to rv-line-count
    perform 5100-reprint-one-line thru 5100-exit
        until rv-eof
    close printf
    close archf
    display rv-line-count " lines of " rv-arch-file-name
        " on REPRINT.LST".
5000-exit.
    exit.
5100-reprint-one-line.
    read archf
        at end
            set rv-eof to true
            go to 5100-exit
    end-read
    move arch-line to print-line
    write print-line
    add 1 to rv-line-count.
5100-exit.
    exit.
*> ------------------------------------------------------------
*> 6000-FILL-LIST-LINE -- one index record onto the list line.
*> ------------------------------------------------------------
6000-fill-list-line.
    move rx-report-name to rv-ll-name
    move rx-job-date to rv-ll-job-date
    move rx-filed-date to rv-ll-filed-date
    move rx-filed-time(1:6) to rv-ll-filed-time
    move rx-produced-by to rv-ll-by
    move rx-line-count to rv-ll-lines
    if rx-purged
        move spaces to rv-ll-status
        string "PURGED " delimited by size
            rx-purge-date delimited by size
            into rv-ll-status
    else
        move "ON FILE" to rv-ll-status
    end-if.
6000-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-OPEN-COPY -- open the picked archive file.  a copy the
*> index has but the disk does not is reported and dropped.
*> ------------------------------------------------------------
7000-open-copy.
    move "N" to rv-eof-sw
    open input archf
    if rv-archf-not-found
        display rv-arch-file-name " is indexed but not on "
            "disk - see the systems office"
        move spaces to rv-arch-file-name
        go to 7000-exit
    end-if
    if not rv-archf-ok
        display rv-arch-file-name " file error - status "
            rv-archf-status
        move spaces to rv-arch-file-name
    end-if.
7000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-RPTINDEX-ERROR -- a rptindex operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-rptindex-error.
    display "rptindex.dat file error - status "
        rv-rptindex-status
    display "rptview terminating"
    stop run.
9000-exit.
    exit.
