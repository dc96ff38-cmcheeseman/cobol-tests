*>   09/01/2026  TB    left out of the buckets -- nobody gets a
*>   09/01/2026  TB    past-due letter over a charge the office
*>   09/01/2026  TB    is still arguing about.
*>   10/15/2026  TB    Each notice now carries the customer's
*>   10/15/2026  TB    billing address block off custaddr.dat
*>   10/15/2026  TB    (see CUSTADDR) under the name.  A customer
*>   10/15/2026  TB    flagged do-not-mail or return-mail gets no
*>   10/15/2026  TB    notice; they go on dunhold.lst with the
*>   10/15/2026  TB    past-due figures instead, and the level
*>   10/15/2026  TB    last sent carries forward unchanged -- a
*>   10/15/2026  TB    notice that was never mailed does not
*>   10/15/2026  TB    count toward the next escalation.
*>   10/15/2026  TB    A customer with an installment plan in
*>   10/15/2026  TB    force on payplan.dat (see PAYPLAN --
*>   10/15/2026  TB    current, or late inside its grace days) is
*>   10/15/2026  TB    sent no notice and their level carries
*>   10/15/2026  TB    forward unchanged.  Once PLANCHK marks the
*>   10/15/2026  TB    plan broken they are dunned as normal
*>   10/15/2026  TB    again, picking up at the level they had.
*>   10/15/2026  TB    A customer with an open promise to pay on
*>   10/15/2026  TB    collnote.dat (see NOTEENT) whose date has
*>   10/15/2026  TB    not yet passed is sent no notice either,
*>   10/15/2026  TB    their level carried forward the same way.
*>   10/15/2026  TB    A promise PROMCHK finds broken, or one
*>   10/15/2026  TB    left past its date, puts them back in
*>   10/15/2026  TB    normal dunning.
*>   10/15/2026  TB    The notices and the mail-hold list are
*>   10/15/2026  TB    filed in the dated report archive
*>   10/15/2026  TB    (RPTARCH, rptindex.dat) under the run
*>   10/15/2026  TB    date, so a later run no longer overwrites
*>   10/15/2026  TB    them.
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
        file status is dn-outf-status.
    select custmast assign to "CUSTMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is cm-fidnum
        file status is dn-custmast-status.
    select custaddr assign to "CUSTADDR.DAT"
        organization is indexed
        access mode is dynamic
        record key is ma-fidnum
        file status is dn-custaddr-status.
    select payplan assign to "PAYPLAN.DAT"
        organization is indexed
        access mode is dynamic
        record key is pp-fidnum
        file status is dn-payplan-status.
    select collnote assign to "COLLNOTE.DAT"
        organization is indexed
        access mode is dynamic
        record key is cn-key
        file status is dn-collnote-status.
    select dunlevel assign to "DUNLEVEL.DAT"
        organization is line sequential
        file status is dn-dunlevel-status.
    select notout assign to "DUNNOTE.LST"
        organization is line sequential
        file status is dn-notout-status.
    select holdout assign to "DUNHOLD.LST"
        organization is line sequential
        file status is dn-holdout-status.
data division.
file section.
fd outf.
    copy FDATREC.
fd custmast.
    copy CUSTMAST.
fd custaddr.
    copy CUSTADDR.
fd payplan.
    copy PAYPLAN.
fd collnote.
    copy COLLNOTE.
fd dunlevel.
    copy DUNLEVEL.
*> ------------------------------------------------------------
                  ==DL-SENT-DATE== by ==NL-SENT-DATE==.
fd notout.
01 not-line pic x(100).
fd holdout.
01 hold-line pic x(100).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 dn-outf-status pic x(02) value "00".
   88 dn-outf-ok value "00" "02".
   88 dn-outf-not-found value "35".
01 dn-custmast-status pic x(02) value "00".
   88 dn-custmast-ok value "00".
   88 dn-custmast-not-found value "35".
   88 dn-custmast-key-not-found
                               value "23".
01 dn-custaddr-status pic x(02) value "00".
   88 dn-custaddr-ok value "00".
   88 dn-custaddr-not-found value "35".
   88 dn-custaddr-key-not-found
                               value "23".
01 dn-payplan-status pic x(02) value "00".
   88 dn-payplan-ok value "00".
   88 dn-payplan-not-found value "35".
   88 dn-payplan-key-not-found
                               value "23".
01 dn-collnote-status pic x(02) value "00".
   88 dn-collnote-ok value "00".
   88 dn-collnote-not-found value "35".
01 dn-dunlevel-status pic x(02) value "00".
   88 dn-dunlevel-not-found value "35".
01 dn-newdun-status pic x(02) value "00".
01 dn-notout-status pic x(02) value "00".
01 dn-holdout-status pic x(02) value "00".
01 dn-switches.
   02 dn-eof-sw pic x value "N".
      88 dn-eof value "Y".
   02 dn-dun-eof-sw pic x value "N".
      88 dn-dun-eof value "Y".
   02 dn-no-addr-file-sw pic x value "N".
      88 dn-no-addr-file value "Y".
   02 dn-addr-found-sw pic x value "N".
      88 dn-addr-found value "Y".
   02 dn-mail-held-sw pic x value "N".
      88 dn-mail-held value "Y".
   02 dn-no-plan-file-sw pic x value "N".
      88 dn-no-plan-file value "Y".
   02 dn-on-plan-sw pic x value "N".
      88 dn-on-plan value "Y".
   02 dn-no-note-file-sw pic x value "N".
      88 dn-no-note-file value "Y".
   02 dn-on-promise-sw pic x value "N".
      88 dn-on-promise value "Y".
   02 dn-note-eof-sw pic x value "N".
      88 dn-note-eof value "Y".
*> ------------------------------------------------------------
*> the run date the ages are measured against, and day-count
*> work fields -- the same bucketing arithmetic as AGEDRPT.
*> ------------------------------------------------------------
*> the customer group being bucketed
*> ------------------------------------------------------------
01 dn-group-fidnum pic 9(06) value 0.
01 dn-group-name pic x(30) value spaces.
01 dn-group-buckets.
   02 dn-g-current pic s9(09)v99 value 0.
*> sentinel the month-end merge uses -- no real customer may
*> carry it.
*> ------------------------------------------------------------
01 dn-dun-key pic 9(06) value 0.
01 dn-high-key pic 9(06) value 999999.
*> ------------------------------------------------------------
*> the level last sent to this customer (0 = never noticed) and
*> the level going out this run.
*> ------------------------------------------------------------
01 dn-prior-level pic 9(01) value 0.
01 dn-prior-sent-date pic 9(08) value 0.
01 dn-notice-level pic 9(01) value 0.
*> ------------------------------------------------------------
*> run totals
*> ------------------------------------------------------------
01 dn-notice-count pic 9(06) comp value 0.
01 dn-held-count pic 9(06) comp value 0.
01 dn-plan-count pic 9(06) comp value 0.
01 dn-promise-count pic 9(06) comp value 0.
01 dn-level-counts.
   02 dn-first-count pic 9(06) comp value 0.
   02 dn-second-count pic 9(06) comp value 0.
   02 dn-h-date pic 9(08).
01 dn-heading-2.
   02 filler pic x(09) value "CUSTOMER ".
   02 dn-h-fidnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 dn-h-name pic x(30).
01 dn-addr-line.
   02 filler pic x(15) value spaces.
   02 dn-a-line pic x(30).
01 dn-city-line.
   02 filler pic x(15) value spaces.
   02 dn-c-city pic x(20).
   02 filler pic x(01) value space.
   02 dn-c-state pic x(02).
   02 filler pic x(02) value spaces.
   02 dn-c-zip pic x(10).
01 dn-no-addr-line.
   02 filler pic x(45) value
      "               (no mailing address on file)".
01 dn-level-1-line.
   02 filler pic x(60) value
      "FIRST REMINDER - your account is past due.".
01 dn-remit-line-2.
   02 filler pic x(42) value
      "convenience, or call to discuss this bill.".
*> ------------------------------------------------------------
*> held-mail listing lines
*> ------------------------------------------------------------
01 dn-hold-heading-1.
   02 filler pic x(41) value
      "NOTICES HELD - MAIL HOLD ON ADDRESS - RUN".
   02 filler pic x(01) value space.
   02 dn-hh-date pic 9(08).
01 dn-hold-heading-2.
   02 filler pic x(82) value
      "  ID      NAME                            HOLD  SINCE     LEVEL      PAST DUE".
01 dn-hold-line.
   02 filler pic x(02) value spaces.
   02 dn-x-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 dn-x-name pic x(30).
   02 filler pic x(02) value spaces.
   02 dn-x-flag pic x(01).
   02 filler pic x(03) value spaces.
   02 dn-x-date pic 9(08).
   02 filler pic x(03) value spaces.
   02 dn-x-level pic 9(01).
   02 filler pic x(03) value spaces.
   02 dn-x-past-due pic $$,$$$,$$9.99-.
*> ------------------------------------------------------------
*> filing the listings in the dated report archive (see
*> RPTARCH).  a hand-run report is signed with its own name.
*> ------------------------------------------------------------
01 dn-job-id pic x(08) value "DUNNOTE".
01 dn-report-name pic x(08) value spaces.
01 dn-filed-sw pic x(01) value "N".
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
    if not dn-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    open input custaddr
    if dn-custaddr-not-found
        set dn-no-addr-file to true
    else
        if not dn-custaddr-ok
            perform 9200-custaddr-error thru 9200-exit
        end-if
    end-if
    open input payplan
    if dn-payplan-not-found
        set dn-no-plan-file to true
    else
        if not dn-payplan-ok
            perform 9300-payplan-error thru 9300-exit
        end-if
    end-if
    open input collnote
    if dn-collnote-not-found
        set dn-no-note-file to true
    else
        if not dn-collnote-ok
            perform 9400-collnote-error thru 9400-exit
        end-if
    end-if
    open input dunlevel
    open output newdun
    open output notout
    open output holdout
    move dn-run-date to dn-hh-date
    move dn-hold-heading-1 to hold-line
    write hold-line
    move dn-hold-heading-2 to hold-line
    write hold-line
    perform 1000-read-charge thru 1000-exit
    perform 1100-read-dunlevel thru 1100-exit
    perform 2000-notice-one-customer thru 2000-exit
        until dn-eof
    if dn-held-count = 0
        move "  (none)" to hold-line
        write hold-line
    end-if
    close holdout
    if not dn-no-note-file
        close collnote
    end-if
    if not dn-no-plan-file
        close payplan
    end-if
    if not dn-no-addr-file
        close custaddr
    end-if
    close notout
    close newdun
    close dunlevel
    display "    first reminders : " dn-first-count
    display "    second notices  : " dn-second-count
    display "    final notices   : " dn-final-count
    display "  notices held    : " dn-held-count
        " - mail hold, listed on DUNHOLD.LST"
    display "  on payment plan : " dn-plan-count
        " - no notice while the plan is in force"
    display "  on promise      : " dn-promise-count
        " - no notice until the promised date passes"
    display "notices on DUNNOTE.LST - make NEWDUN.DAT the "
        "next run's DUNLEVEL.DAT"
    move "DUNNOTE" to dn-report-name
    perform 8000-file-listing thru 8000-exit
    move "DUNHOLD" to dn-report-name
    perform 8000-file-listing thru 8000-exit
    stop run.
1000-read-charge.
    read outf next record
    perform 2300-find-prior-level thru 2300-exit
    compute dn-past-due = dn-g-30 + dn-g-60 + dn-g-90
    if dn-past-due > 0
        perform 2600-check-payment-plan thru 2600-exit
        if dn-on-plan
            perform 3600-carry-plan-level thru 3600-exit
            go to 2000-exit
        end-if
        perform 2650-check-promise thru 2650-exit
        if dn-on-promise
            perform 3700-carry-promise-level thru 3700-exit
            go to 2000-exit
        end-if
        perform 2400-look-up-address thru 2400-exit
        if dn-mail-held
            perform 3500-list-held thru 3500-exit
        else
            perform 3000-print-notice thru 3000-exit
        end-if
    end-if.
2000-exit.
    exit.
*> ------------------------------------------------------------
2300-find-prior-level.
    move 0 to dn-prior-level
    move 0 to dn-prior-sent-date
    perform 1100-read-dunlevel thru 1100-exit
        until dn-dun-key not < dn-group-fidnum
    if dn-dun-key = dn-group-fidnum
        move dl-level to dn-prior-level
        move dl-sent-date to dn-prior-sent-date
        perform 1100-read-dunlevel thru 1100-exit
    end-if.
2300-exit.
    exit.
*> ------------------------------------------------------------
*> 2400-LOOK-UP-ADDRESS -- the mailing address and its hold
*> flag.  no address on file still prints the notice, marked,
*> so the office sees who needs one keyed.
*> ------------------------------------------------------------
2400-look-up-address.
    move "N" to dn-addr-found-sw
    move "N" to dn-mail-held-sw
    if dn-no-addr-file
        go to 2400-exit
    end-if
    move dn-group-fidnum to ma-fidnum
    read custaddr
        invalid key
            next sentence
        not invalid key
            set dn-addr-found to true
            if ma-mail-held
                set dn-mail-held to true
            end-if
    end-read
    if not dn-custaddr-ok and not dn-custaddr-key-not-found
        perform 9200-custaddr-error thru 9200-exit
    end-if.
2400-exit.
    exit.
*> ------------------------------------------------------------
*> 2500-LOOK-UP-NAME -- the standing name off the master, or the
*> charge-file name if the master has no record (same stance as
*> CUSTSTMT).
*> ------------------------------------------------------------
2500-look-up-name.
    move dn-group-fidnum to cm-fidnum
    read custmast
        invalid key
            next sentence
        not invalid key
            move cm-cname to dn-group-name
    end-read
    if not dn-custmast-ok and not dn-custmast-key-not-found
        perform 9100-custmast-error thru 9100-exit
    end-if.
2500-exit.
    exit.
*> ------------------------------------------------------------
*> 2600-CHECK-PAYMENT-PLAN -- is the customer on an installment
*> plan still in force?  a broken, paid-off or cancelled plan
*> leaves them to normal dunning.
*> ------------------------------------------------------------
2600-check-payment-plan.
    move "N" to dn-on-plan-sw
    if dn-no-plan-file
        go to 2600-exit
    end-if
    move dn-group-fidnum to pp-fidnum
    read payplan
        invalid key
            next sentence
        not invalid key
            if pp-in-force
                set dn-on-plan to true
            end-if
    end-read
    if not dn-payplan-ok and not dn-payplan-key-not-found
        perform 9300-payplan-error thru 9300-exit
    end-if.
2600-exit.
    exit.
*> ------------------------------------------------------------
*> 2650-CHECK-PROMISE -- has the customer an open promise to
*> pay (see NOTEENT) whose date has not yet passed?  a promise
*> PROMCHK has marked broken, or one past its date, leaves them
*> to normal dunning.
*> ------------------------------------------------------------
2650-check-promise.
    move "N" to dn-on-promise-sw
    if dn-no-note-file
        go to 2650-exit
    end-if
    move "N" to dn-note-eof-sw
    move dn-group-fidnum to cn-fidnum
    move 0 to cn-note-date
    move 0 to cn-note-time
    start collnote key not < cn-key
        invalid key
            go to 2650-exit
    end-start
    if not dn-collnote-ok
        perform 9400-collnote-error thru 9400-exit
    end-if
    perform 2660-check-one-note thru 2660-exit
        until dn-note-eof or dn-on-promise.
2650-exit.
    exit.
2660-check-one-note.
    read collnote next record
        at end
            set dn-note-eof to true
            go to 2660-exit
    end-read
    if not dn-collnote-ok
        perform 9400-collnote-error thru 9400-exit
    end-if
    if cn-fidnum not = dn-group-fidnum
        set dn-note-eof to true
        go to 2660-exit
    end-if
    if cn-promise-open and cn-promise-date not < dn-run-date
        set dn-on-promise to true
    end-if.
2660-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-PRINT-NOTICE -- one notice page: standing name off the
*> master (charge-file name if the master has no record, same
*> stance as CUSTSTMT), the escalating text for the level, and
    if dn-prior-level > dn-notice-level
        move dn-prior-level to dn-notice-level
    end-if
    perform 2500-look-up-name thru 2500-exit
    add 1 to dn-notice-count
    move dn-run-date to dn-h-date
    move dn-heading-1 to not-line
    move dn-group-name to dn-h-name
    move dn-heading-2 to not-line
    write not-line
    perform 3050-print-address thru 3050-exit
    evaluate dn-notice-level
        when 1
            move dn-level-1-line to not-line
3000-exit.
    exit.
*> ------------------------------------------------------------
*> 3050-PRINT-ADDRESS -- the billing address block under the
*> customer line; a blank second line is not printed.
*> ------------------------------------------------------------
3050-print-address.
    if not dn-addr-found
        move dn-no-addr-line to not-line
        write not-line
        go to 3050-exit
    end-if
    move ma-bill-line-1 to dn-a-line
    move dn-addr-line to not-line
    write not-line
    if ma-bill-line-2 not = spaces
        move ma-bill-line-2 to dn-a-line
        move dn-addr-line to not-line
        write not-line
    end-if
    move ma-bill-city to dn-c-city
    move ma-bill-state to dn-c-state
    move ma-bill-zip to dn-c-zip
    move dn-city-line to not-line
    write not-line.
3050-exit.
    exit.
*> ------------------------------------------------------------
*> 3500-LIST-HELD -- a past-due customer on mail hold: one line
*> on the held-mail listing instead of a notice.  the level last
*> sent is carried forward as it was, so the customer picks up
*> where they left off once the address is good.
*> ------------------------------------------------------------
3500-list-held.
    perform 2500-look-up-name thru 2500-exit
    add 1 to dn-held-count
    move dn-group-fidnum to dn-x-idnum
    move dn-group-name to dn-x-name
    move ma-mail-flag to dn-x-flag
    move ma-flag-date to dn-x-date
    move dn-prior-level to dn-x-level
    move dn-past-due to dn-x-past-due
    move dn-hold-line to hold-line
    write hold-line
    if dn-prior-level > 0
        move dn-group-fidnum to nl-fidnum
        move dn-prior-level to nl-level
        move dn-prior-sent-date to nl-sent-date
        write new-dun-rec
    end-if.
3500-exit.
    exit.
*> ------------------------------------------------------------
*> 3600-CARRY-PLAN-LEVEL -- a past-due customer on a plan in
*> force gets no notice.  the level last sent carries forward
*> as it was, the same as a mail hold, so a broken plan picks
*> the dunning up where it stopped.
*> ------------------------------------------------------------
3600-carry-plan-level.
    add 1 to dn-plan-count
    if dn-prior-level > 0
        move dn-group-fidnum to nl-fidnum
        move dn-prior-level to nl-level
        move dn-prior-sent-date to nl-sent-date
        write new-dun-rec
    end-if.
3600-exit.
    exit.
*> ------------------------------------------------------------
*> 3700-CARRY-PROMISE-LEVEL -- a past-due customer with a
*> promise to pay not yet due gets no notice.  the level last
*> sent carries forward as it was, the same as a plan, so a
*> broken promise picks the dunning up where it stopped.
*> ------------------------------------------------------------
3700-carry-promise-level.
    add 1 to dn-promise-count
    if dn-prior-level > 0
        move dn-group-fidnum to nl-fidnum
        move dn-prior-level to nl-level
        move dn-prior-sent-date to nl-sent-date
        write new-dun-rec
    end-if.
3700-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-FILE-LISTING -- file the listing named in
*> dn-report-name in the report archive under the date the
*> run covers.  a listing that could not be filed is a
*> warning only; the run itself did its work.
*> ------------------------------------------------------------
8000-file-listing.
    call "RPTARCH" using dn-report-name, dn-run-date, dn-job-id,
        dn-filed-sw
    if dn-filed-sw not = "Y"
        display "warning - " dn-report-name
            " listing not filed in the report archive"
    end-if.
8000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
    stop run.
9100-exit.
    exit.
*> ------------------------------------------------------------
*> 9200-CUSTADDR-ERROR -- a custaddr operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9200-custaddr-error.
    display "custaddr.dat file error - status "
        dn-custaddr-status
    display "dunnote terminating"
    stop run.
9200-exit.
    exit.
*> ------------------------------------------------------------
*> 9300-PAYPLAN-ERROR -- a payplan operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9300-payplan-error.
    display "payplan.dat file error - status "
        dn-payplan-status
    display "dunnote terminating"
    stop run.
9300-exit.
    exit.
*> ------------------------------------------------------------
*> 9400-COLLNOTE-ERROR -- a collnote operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9400-collnote-error.
    display "collnote.dat file error - status "
        dn-collnote-status
    display "dunnote terminating"
    stop run.
9400-exit.
    exit.
