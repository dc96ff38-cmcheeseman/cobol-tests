*>   09/01/2026  TB    late fee accrues on a charge the office
*>   09/01/2026  TB    is still arguing about.  Posted fees
*>   09/01/2026  TB    start with no dispute hold.
*>   10/15/2026  TB    A customer with an installment plan in
*>   10/15/2026  TB    force on payplan.dat (see PAYPLAN --
*>   10/15/2026  TB    current, or late inside its grace days) is
*>   10/15/2026  TB    not assessed; the agreed balance is what
*>   10/15/2026  TB    they owe while the plan holds.  Once
*>   10/15/2026  TB    PLANCHK marks the plan broken the fee is
*>   10/15/2026  TB    assessed as normal again.
*>   10/15/2026  TB    A customer written off as bad debt (see
*>   10/15/2026  TB    WRITEOFF) is not assessed either -- no
*>   10/15/2026  TB    new debit of any kind goes against a
*>   10/15/2026  TB    written-off account.
*>   10/15/2026  TB    Nothing is assessed when today falls in a
*>   10/15/2026  TB    closed accounting period (see PERIODMNT).
*>   10/15/2026  TB    The new FCHECK-NUMBER on FDATREC is
*>   10/15/2026  TB    written as zero.
*>   10/15/2026  TB    The register is filed in the dated report
*>   10/15/2026  TB    archive (RPTARCH, rptindex.dat) under the
*>   10/15/2026  TB    run date, so a later run no longer
*>   10/15/2026  TB    overwrites it.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    Every finance charge posted carries the
*>   10/15/2026  TB    job id FINCHG as who posted it (FOPER-ID,
*>   10/15/2026  TB    see FDATREC.CPY).
*> ----------------------------------------------------------------
environment division.
input-output section.
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        lock mode is exclusive
        file status is fn-outf-status.
    select ratef assign to "RATES.DAT"
        access mode is dynamic
        record key is cm-fidnum
        file status is fn-custmast-status.
    select payplan assign to "PAYPLAN.DAT"
        organization is indexed
        access mode is dynamic
        record key is pp-fidnum
        file status is fn-payplan-status.
    select outfctl assign to "OUTFCTL.DAT"
        organization is line sequential
        access is sequential
    copy RATEREC.
fd custmast.
    copy CUSTMAST.
fd payplan.
    copy PAYPLAN.
fd outfctl.
    copy OUTFCTL.
fd regout.
*> file-status and switch work fields
*> ------------------------------------------------------------
01 fn-outf-status pic x(02) value "00".
   88 fn-outf-ok value "00" "02".
   88 fn-outf-not-found value "35".
   88 fn-outf-dup-key value "22".
   88 fn-outf-locked value "61".
   88 fn-custmast-not-found value "35".
   88 fn-custmast-key-not-found
                               value "23".
01 fn-payplan-status pic x(02) value "00".
   88 fn-payplan-ok value "00".
   88 fn-payplan-not-found value "35".
   88 fn-payplan-key-not-found
                               value "23".
01 fn-outfctl-status pic x(02) value "00".
   88 fn-outfctl-ok value "00".
01 fn-regout-status pic x(02) value "00".
      88 fn-eof value "Y".
   02 fn-rate-eof-sw pic x value "N".
      88 fn-rate-eof value "Y".
   02 fn-no-plan-file-sw pic x value "N".
      88 fn-no-plan-file value "Y".
   02 fn-on-plan-sw pic x value "N".
      88 fn-on-plan value "Y".
   02 fn-written-off-sw pic x value "N".
      88 fn-is-written-off value "Y".
*> ------------------------------------------------------------
*> the run date the ages are measured against, and day-count
*> work fields -- the same arithmetic as AGEDRPT.
*> ------------------------------------------------------------
01 fn-run-date pic 9(08) value 0.
01 fn-run-day-number pic 9(07) comp value 0.
01 fn-open-date pic 9(08) value 0.
01 fn-age-days pic s9(07) comp value 0.
01 fn-open-amount pic s9(09)v99 value 0.
*> ------------------------------------------------------------
*> ------------------------------------------------------------
*> the customer group being aged in pass 1
*> ------------------------------------------------------------
01 fn-group-fidnum pic 9(06) value 0.
01 fn-group-name pic x(30) value spaces.
01 fn-past-due pic s9(09)v99 value 0.
01 fn-fee pic s9(07)v99 value 0.
01 fn-assess-sub pic 9(04) comp value 0.
01 fn-assess-table.
   02 fn-assess-entry occurs 500 times.
      03 fn-a-fidnum pic 9(06).
      03 fn-a-name pic x(30).
      03 fn-a-past-due pic s9(09)v99.
      03 fn-a-fee pic s9(07)v99.
01 fn-posted-count pic 9(06) comp value 0.
01 fn-posted-total pic s9(11)v99 value 0.
01 fn-skipped-count pic 9(06) comp value 0.
01 fn-plan-count pic 9(06) comp value 0.
01 fn-written-off-count pic 9(06) comp value 0.
*> ------------------------------------------------------------
*> per-branch run buckets for the control record, the same
*> shape COBTEST keeps.
   02 fn-h-pct pic z9.99.
   02 filler pic x(01) value "%".
01 fn-heading-2.
   02 filler pic x(68) value
      "  ID      NAME                             PAST DUE       FIN CHARGE".
01 fn-detail-line.
   02 filler pic x(02) value spaces.
   02 fn-d-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 fn-d-name pic x(30).
   02 fn-d-past-due pic $$,$$$,$$9.99-.
   02 fn-t-count pic zzz,zz9.
   02 filler pic x(02) value spaces.
   02 fn-t-total pic $$,$$$,$$9.99-.
*> ------------------------------------------------------------
*> filing the listing in the dated report archive (see
*> RPTARCH).  a hand-run report is signed with its own name,
*> and so is every record it posts to outf.dat (see FDATREC.CPY).
*> ------------------------------------------------------------
01 fn-job-id pic x(08) value "FINCHG".
01 fn-report-name pic x(08) value spaces.
01 fn-filed-sw pic x(01) value "N".
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- pick the rate, age and assess in pass 1,
    accept fn-run-date from date yyyymmdd
    compute fn-run-day-number =
        function integer-of-date(fn-run-date)
    call "PERIODCK" using fn-run-date, fn-open-date
    if fn-open-date not = fn-run-date
        display "today (" fn-run-date ") falls in a closed "
            "accounting period - nothing assessed"
        stop run
    end-if
    perform 1000-pick-finance-rate thru 1000-exit
    if fn-fin-pct = 0
        display "no finance charge rate in force on "
    display "  fees posted       : " fn-posted-count
    display "  amount posted     : " fn-posted-total
    display "  already on file   : " fn-skipped-count
    display "  on payment plan   : " fn-plan-count
    display "  written off       : " fn-written-off-count
    display "register on FINCHG.LST"
    move "FINCHG" to fn-report-name
    perform 8000-file-listing thru 8000-exit
    stop run.
*> ------------------------------------------------------------
*> 1000-PICK-FINANCE-RATE -- scan rates.dat for the set with the
    if not fn-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    open input payplan
    if fn-payplan-not-found
        set fn-no-plan-file to true
    else
        if not fn-payplan-ok
            perform 9200-payplan-error thru 9200-exit
        end-if
    end-if
    open input custmast
    if not fn-custmast-ok and not fn-custmast-not-found
        perform 9100-custmast-error thru 9100-exit
    end-if
    perform 2100-read-charge thru 2100-exit
    perform 2200-assess-one-customer thru 2200-exit
        until fn-eof
    if not fn-no-plan-file
        close payplan
    end-if
    if not fn-custmast-not-found
        close custmast
    end-if
    close outf
    if not fn-outf-ok
        perform 9000-outf-error thru 9000-exit
    perform 2300-age-one-record thru 2300-exit
        until fn-eof or fidnum not = fn-group-fidnum
    if fn-past-due > 0
        perform 2400-check-payment-plan thru 2400-exit
        if fn-on-plan
            add 1 to fn-plan-count
            go to 2200-exit
        end-if
        perform 2450-check-written-off thru 2450-exit
        if fn-is-written-off
            add 1 to fn-written-off-count
            go to 2200-exit
        end-if
        compute fn-fee rounded
            = fn-past-due * fn-fin-pct / 100
        if fn-fee > 0
2300-exit.
    exit.
*> ------------------------------------------------------------
*> 2400-CHECK-PAYMENT-PLAN -- is the customer on an installment
*> plan still in force?  a broken, paid-off or cancelled plan
*> leaves them to be assessed as normal.
*> ------------------------------------------------------------
2400-check-payment-plan.
    move "N" to fn-on-plan-sw
    if fn-no-plan-file
        go to 2400-exit
    end-if
    move fn-group-fidnum to pp-fidnum
    read payplan
        invalid key
            next sentence
        not invalid key
            if pp-in-force
                set fn-on-plan to true
            end-if
    end-read
    if not fn-payplan-ok and not fn-payplan-key-not-found
        perform 9200-payplan-error thru 9200-exit
    end-if.
2400-exit.
    exit.
*> ------------------------------------------------------------
*> 2450-CHECK-WRITTEN-OFF -- has the customer been written off
*> as bad debt?  no master on file means nobody has been.
*> ------------------------------------------------------------
2450-check-written-off.
    move "N" to fn-written-off-sw
    if fn-custmast-not-found
        go to 2450-exit
    end-if
    move fn-group-fidnum to cm-fidnum
    read custmast
        invalid key
            next sentence
        not invalid key
            if cm-written-off
                set fn-is-written-off to true
            end-if
    end-read
    if not fn-custmast-ok and not fn-custmast-key-not-found
        perform 9100-custmast-error thru 9100-exit
    end-if.
2450-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-POST-ASSESSMENTS -- pass 2: reopen outf i-o and write one
*> type "F" record per tabled assessment, standing name off the
*> master when it has one.  a duplicate key means this run
    move fn-work-branch to fbranch-code
    set fdisp-none to true
    move 0 to fdisp-date
    move 0 to fcheck-number
    move fn-job-id to foper-id
    write fdat
        invalid key
            display "customer " fidnum " already assessed "
6100-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-FILE-LISTING -- file the listing named in
*> fn-report-name in the report archive under the date the
*> run covers.  a listing that could not be filed is a
*> warning only; the run itself did its work.
*> ------------------------------------------------------------
8000-file-listing.
    call "RPTARCH" using fn-report-name, fn-run-date, fn-job-id,
        fn-filed-sw
    if fn-filed-sw not = "Y"
        display "warning - " fn-report-name
            " listing not filed in the report archive"
    end-if.
8000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-exit.
    exit.
*> ------------------------------------------------------------
*> 9200-PAYPLAN-ERROR -- a payplan operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9200-payplan-error.
    display "payplan.dat file error - status "
        fn-payplan-status
    display "finchg terminating"
    stop run.
9200-exit.
    exit.
*> ------------------------------------------------------------
*> 9300-RATEF-ERROR -- a rates.dat operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
