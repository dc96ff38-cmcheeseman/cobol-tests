*>   09/01/2026  TB    today and can be keyed on the command line
*>   09/01/2026  TB    ("nightrun 20260831") so a stream rerun
*>   09/01/2026  TB    after midnight still finds its own night.
*>   10/15/2026  TB    Added step 7, GLEXTR, the general-ledger
*>   10/15/2026  TB    journal extract, handed the job date on its
*>   10/15/2026  TB    command line.  It runs last so the step
*>   10/15/2026  TB    numbers earlier nights logged on jobctl.dat
*>   10/15/2026  TB    still mean the same steps on a rerun.
*>   10/15/2026  TB    Added step 8, PLANCHK, the nightly check of
*>   10/15/2026  TB    installment plans against the day's
*>   10/15/2026  TB    payments, also handed the job date.
*>   10/15/2026  TB    Added step 9, PROMCHK, the follow-up of
*>   10/15/2026  TB    collections promises to pay that came due,
*>   10/15/2026  TB    also handed the job date.
*>   10/15/2026  TB    Each step's listing, failed or complete,
*>   10/15/2026  TB    is filed in the dated report archive
*>   10/15/2026  TB    (RPTARCH, rptindex.dat) under the job
*>   10/15/2026  TB    date, so the next night no longer
*>   10/15/2026  TB    overwrites it.
*>   10/15/2026  TB    Each step's elapsed time in seconds is
*>   10/15/2026  TB    logged on its completed or failed line on
*>   10/15/2026  TB    jobctl.dat, and shown beside the same
*>   10/15/2026  TB    step's time on the latest earlier night it
*>   10/15/2026  TB    completed, so a change in how long a step
*>   10/15/2026  TB    takes -- BALANCE and EXPCHRG reading
*>   10/15/2026  TB    outf.dat through the new alternate keys,
*>   10/15/2026  TB    for one -- shows in the log.
*>   10/15/2026  TB    Each step's time on the last night before
*>   10/15/2026  TB    outf.dat's indexes were rebuilt is shown
*>   10/15/2026  TB    beside its time on the first night after,
*>   10/15/2026  TB    from the line OUTFIDX or IDCONV leaves on
*>   10/15/2026  TB    jobctl.dat.  A night logged before the
*>   10/15/2026  TB    elapsed time was carried is timed from its
*>   10/15/2026  TB    R line to its C line.  The jobctl layout
*>   10/15/2026  TB    is now JOBCTL.CPY.
*> ----------------------------------------------------------------
environment division.
input-output section.
data division.
file section.
*> ------------------------------------------------------------
*> jobctl -- one line per step event (see JOBCTL.CPY).
*> ------------------------------------------------------------
fd jobctl.
    copy JOBCTL.
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> exactly what the clerk used to key; step 2 feeds the edit's
*> clean file to the batch run the same way the clerk did.  the
*> BALANCE command gets the job date piped to its prompt and is
*> finished off at start-up, and so are GLEXTR's, PLANCHK's and
*> PROMCHK's, which take the job date on their command lines.
*> the listing named after a command is filed into the dated
*> report archive (see RPTARCH) once the step has run -- a
*> failed step's listing is the one most wanted afterwards.
*> ------------------------------------------------------------
01 ng-step-count pic 9(02) comp value 9.
01 ng-step-sub pic 9(02) comp value 0.
01 ng-step-table.
   02 ng-step-defs.
      03 filler pic x(12) value "TRANEDIT".
      03 filler pic x(60) value "tranedit".
      03 filler pic x(08) value "TRANEDIT".
      03 filler pic x(01) value space.
      03 filler pic x(12) value "COBTEST-B".
      03 filler pic x(60) value
         "cp TRANCLN.DAT TRANF.DAT && cobtest B".
      03 filler pic x(08) value spaces.
      03 filler pic x(01) value space.
      03 filler pic x(12) value "EXPCHRG".
      03 filler pic x(60) value "expchrg".
      03 filler pic x(08) value spaces.
      03 filler pic x(01) value space.
      03 filler pic x(12) value "BALANCE".
      03 filler pic x(60) value "balance".
      03 filler pic x(08) value "BALANCE".
      03 filler pic x(01) value space.
      03 filler pic x(12) value "RPTCHRG".
      03 filler pic x(60) value "rptchrg".
      03 filler pic x(08) value "RPTCHRG".
      03 filler pic x(01) value space.
      03 filler pic x(12) value "AGEDRPT".
      03 filler pic x(60) value "agedrpt".
      03 filler pic x(08) value "AGEDRPT".
      03 filler pic x(01) value space.
      03 filler pic x(12) value "GLEXTR".
      03 filler pic x(60) value "glextr".
      03 filler pic x(08) value "GLJRNL".
      03 filler pic x(01) value space.
      03 filler pic x(12) value "PLANCHK".
      03 filler pic x(60) value "planchk".
      03 filler pic x(08) value "PLANCHK".
      03 filler pic x(01) value space.
      03 filler pic x(12) value "PROMCHK".
      03 filler pic x(60) value "promchk".
      03 filler pic x(08) value "PROMCHK".
      03 filler pic x(01) value space.
   02 ng-step-entry redefines ng-step-defs occurs 9 times.
      03 ng-s-name pic x(12).
      03 ng-s-command pic x(60).
      03 ng-s-listing pic x(08).
      03 ng-s-status pic x(01).
         88 ng-s-not-run value " " "R" "F".
         88 ng-s-complete value "C".
01 ng-balance-command pic x(60) value spaces.
01 ng-glextr-command pic x(60) value spaces.
01 ng-planchk-command pic x(60) value spaces.
01 ng-promchk-command pic x(60) value spaces.
01 ng-event-outcome pic x(01) value space.
01 ng-job-id pic x(08) value "NIGHTRUN".
01 ng-filed-sw pic x(01) value "N".
01 ng-system-command pic x(60) value spaces.
01 ng-step-rc pic s9(04) value 0.
*> ------------------------------------------------------------
*> step timing.  the time of day is taken as hhmmsscc and turned
*> into seconds past midnight; a step that runs over midnight
*> has a day's seconds added to its end.  each step's elapsed
*> time on the latest earlier night it completed is kept so the
*> two can be shown side by side.  so are its times on the last
*> night before outf.dat's indexes were rebuilt and the first
*> night after.  a night logged before the elapsed time was
*> carried is timed from its "R" line to its "C" line.
*> ------------------------------------------------------------
01 ng-time-of-day.
   02 ng-t-hours pic 9(02).
   02 ng-t-minutes pic 9(02).
   02 ng-t-seconds pic 9(02).
   02 ng-t-hundredths pic 9(02).
01 ng-start-secs pic 9(06) comp value 0.
01 ng-end-secs pic 9(06) comp value 0.
01 ng-elapsed pic 9(06) value 0.
01 ng-elapsed-ed pic zzzzz9.
01 ng-prior-ed pic zzzzz9.
01 ng-before-ed pic zzzzz9.
01 ng-after-ed pic zzzzz9.
01 ng-line-elapsed pic 9(06) value 0.
01 ng-rebuild-date pic 9(08) value 0.
01 ng-after-date pic 9(08) value 0.
01 ng-after-elapsed pic 9(06) value 0.
01 ng-prior-table value zeros.
   02 ng-prior-entry occurs 9 times.
      03 ng-p-date pic 9(08).
      03 ng-p-elapsed pic 9(06).
      03 ng-r-date pic 9(08).
      03 ng-r-secs pic 9(06).
      03 ng-b-date pic 9(08).
      03 ng-b-elapsed pic 9(06).
      03 ng-a-date pic 9(08).
      03 ng-a-elapsed pic 9(06).
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
        " | balance" delimited by size
        into ng-balance-command
    move ng-balance-command to ng-s-command(4)
    string "glextr " delimited by size
        ng-job-date delimited by size
        into ng-glextr-command
    move ng-glextr-command to ng-s-command(7)
    string "planchk " delimited by size
        ng-job-date delimited by size
        into ng-planchk-command
    move ng-planchk-command to ng-s-command(8)
    string "promchk " delimited by size
        ng-job-date delimited by size
        into ng-promchk-command
    move ng-promchk-command to ng-s-command(9)
    perform 1000-load-prior-outcomes thru 1000-exit
    display "nightly job stream for " ng-job-date
    move 0 to ng-step-sub
*> outcome recorded for each of this job date's steps, so a rerun
*> knows what already completed.  an "R" with no later "C" or "F"
*> stays "R" -- a step that died mid-run -- and is run again.  it
*> is not an error for jobctl.dat not to exist yet.  the date of
*> the latest index rebuild is found first, so the second pass can
*> keep each step's timings either side of it along with the
*> latest earlier night's.
*> ------------------------------------------------------------
1000-load-prior-outcomes.
    open input jobctl
    if not ng-jobctl-ok
        perform 9000-jobctl-error thru 9000-exit
    end-if
    perform 1050-find-rebuild thru 1050-exit
        until ng-eof
    close jobctl
    move "N" to ng-eof-sw
    open input jobctl
    if not ng-jobctl-ok
        perform 9000-jobctl-error thru 9000-exit
    end-if
    perform 1100-load-one-event thru 1100-exit
        until ng-eof
    close jobctl.
1000-exit.
    exit.
1050-find-rebuild.
    read jobctl
        at end
            set ng-eof to true
        not at end
            if jc-step-number = 0
                    and jc-index-rebuilt
                    and jc-run-date not > ng-job-date
                    and jc-run-date > ng-rebuild-date
                move jc-run-date to ng-rebuild-date
            end-if
    end-read
    if not ng-jobctl-ok and not ng-eof
        perform 9000-jobctl-error thru 9000-exit
    end-if.
1050-exit.
    exit.
1100-load-one-event.
    read jobctl
        at end
            set ng-eof to true
        not at end
            perform 1150-note-event thru 1150-exit
    end-read
    if not ng-jobctl-ok and not ng-eof
        perform 9000-jobctl-error thru 9000-exit
    end-if.
1100-exit.
    exit.
*> ------------------------------------------------------------
*> 1150-NOTE-EVENT -- tonight's lines give the step's outcome so
*> far; an earlier night's "R" line gives the time its step
*> started, and its "C" line the time the step took.
*> ------------------------------------------------------------
1150-note-event.
    if jc-step-number = 0
            or jc-step-number > ng-step-count
        go to 1150-exit
    end-if
    if jc-run-date = ng-job-date
        move jc-outcome to ng-s-status(jc-step-number)
        go to 1150-exit
    end-if
    if jc-run-date > ng-job-date
        go to 1150-exit
    end-if
    move jc-event-time to ng-time-of-day
    if jc-started
        move jc-run-date to ng-r-date(jc-step-number)
        compute ng-r-secs(jc-step-number) = ng-t-hours * 3600
            + ng-t-minutes * 60 + ng-t-seconds
        go to 1150-exit
    end-if
    if not jc-completed
        go to 1150-exit
    end-if
    if jc-elapsed is numeric
        move jc-elapsed to ng-line-elapsed
    else
        if ng-r-date(jc-step-number) not = jc-run-date
            go to 1150-exit
        end-if
        compute ng-end-secs = ng-t-hours * 3600
            + ng-t-minutes * 60 + ng-t-seconds
        if ng-end-secs < ng-r-secs(jc-step-number)
            add 86400 to ng-end-secs
        end-if
        compute ng-line-elapsed =
            ng-end-secs - ng-r-secs(jc-step-number)
    end-if
    perform 1200-keep-timing thru 1200-exit.
1150-exit.
    exit.
*> ------------------------------------------------------------
*> 1200-KEEP-TIMING -- an earlier night's completed time for the
*> step: the latest such night, the last before the index rebuild
*> and the first on or after it.
*> ------------------------------------------------------------
1200-keep-timing.
    if jc-run-date not < ng-p-date(jc-step-number)
        move jc-run-date to ng-p-date(jc-step-number)
        move ng-line-elapsed to ng-p-elapsed(jc-step-number)
    end-if
    if ng-rebuild-date = 0
        go to 1200-exit
    end-if
    if jc-run-date < ng-rebuild-date
        if jc-run-date not < ng-b-date(jc-step-number)
            move jc-run-date to ng-b-date(jc-step-number)
            move ng-line-elapsed to ng-b-elapsed(jc-step-number)
        end-if
        go to 1200-exit
    end-if
    if ng-a-date(jc-step-number) = 0
            or jc-run-date < ng-a-date(jc-step-number)
        move jc-run-date to ng-a-date(jc-step-number)
        move ng-line-elapsed to ng-a-elapsed(jc-step-number)
    end-if.
1200-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-RUN-ONE-STEP -- skip a step this job date already
*> completed; otherwise record the start, run the command, and
*> record the outcome.  a non-zero return code fails the step and
    display "  step " ng-step-sub " "
        ng-s-name(ng-step-sub) " starting"
    move "R" to ng-event-outcome
    move 0 to ng-step-rc ng-elapsed
    perform 3000-write-job-event thru 3000-exit
    accept ng-time-of-day from time
    compute ng-start-secs = ng-t-hours * 3600
        + ng-t-minutes * 60 + ng-t-seconds
    move ng-s-command(ng-step-sub) to ng-system-command
    call "SYSTEM" using ng-system-command
    move return-code to ng-step-rc
    move 0 to return-code
    perform 2200-time-step thru 2200-exit
    if ng-step-rc = 0
        move "C" to ng-event-outcome
        perform 3000-write-job-event thru 3000-exit
        display "  step " ng-step-sub " "
            ng-s-name(ng-step-sub) " complete"
        perform 2300-show-timing thru 2300-exit
    else
        move "F" to ng-event-outcome
        perform 3000-write-job-event thru 3000-exit
            ng-s-name(ng-step-sub)
            " FAILED - return code " ng-step-rc
        set ng-halted to true
    end-if
    if ng-s-listing(ng-step-sub) not = spaces
        perform 2100-file-listing thru 2100-exit
    end-if.
2000-exit.
    exit.
*> ------------------------------------------------------------
*> 2100-FILE-LISTING -- file the step's listing in the
*> report archive under the job date.  a listing that could not
*> be filed is a warning only; the step itself did its work.
*> ------------------------------------------------------------
2100-file-listing.
    call "RPTARCH" using ng-s-listing(ng-step-sub), ng-job-date,
        ng-job-id, ng-filed-sw
    if ng-filed-sw not = "Y"
        display "  step " ng-step-sub " "
            ng-s-name(ng-step-sub)
            " - warning, listing not filed in the report archive"
    end-if.
2100-exit.
    exit.
*> ------------------------------------------------------------
*> 2200-TIME-STEP -- seconds from the step's start to now.
*> ------------------------------------------------------------
2200-time-step.
    accept ng-time-of-day from time
    compute ng-end-secs = ng-t-hours * 3600
        + ng-t-minutes * 60 + ng-t-seconds
    if ng-end-secs < ng-start-secs
        add 86400 to ng-end-secs
    end-if
    compute ng-elapsed = ng-end-secs - ng-start-secs.
2200-exit.
    exit.
*> ------------------------------------------------------------
*> 2300-SHOW-TIMING -- tonight's elapsed time for the step beside
*> its time on the latest earlier night it completed, and, once
*> outf.dat's indexes have been rebuilt, its time on the last
*> night before the rebuild beside the first night after it --
*> tonight, if no earlier night has run since.
*> ------------------------------------------------------------
2300-show-timing.
    move ng-elapsed to ng-elapsed-ed
    if ng-p-date(ng-step-sub) = 0
        display "    elapsed " ng-elapsed-ed " sec"
            " - no earlier night timed"
        go to 2300-exit
    end-if
    move ng-p-elapsed(ng-step-sub) to ng-prior-ed
    display "    elapsed " ng-elapsed-ed " sec - "
        ng-prior-ed " sec on " ng-p-date(ng-step-sub)
    if ng-rebuild-date = 0
            or ng-b-date(ng-step-sub) = 0
        go to 2300-exit
    end-if
    move ng-a-date(ng-step-sub) to ng-after-date
    move ng-a-elapsed(ng-step-sub) to ng-after-elapsed
    if ng-after-date = 0
        move ng-job-date to ng-after-date
        move ng-elapsed to ng-after-elapsed
    end-if
    move ng-b-elapsed(ng-step-sub) to ng-before-ed
    move ng-after-elapsed to ng-after-ed
    display "    index rebuilt " ng-rebuild-date ": "
        ng-before-ed " sec on " ng-b-date(ng-step-sub)
        " before, " ng-after-ed " sec on " ng-after-date
        " after".
2300-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-WRITE-JOB-EVENT -- append one event line, opened and
*> closed around every write so a driver death loses nothing.
*> ------------------------------------------------------------
    accept jc-event-time from time
    move ng-event-outcome to jc-outcome
    move ng-step-rc to jc-return-code
    move ng-elapsed to jc-elapsed
    write job-ctl-rec
    if not ng-jobctl-ok
        perform 9000-jobctl-error thru 9000-exit
