*>   09/01/2026  TB    whole-file proof survive a correction
*>   09/01/2026  TB    instead of going out of balance the first
*>   09/01/2026  TB    time a total is ever fixed by hand.
*>   10/15/2026  TB    A charge for a customer written off as bad
*>   10/15/2026  TB    debt (see WRITEOFF) is rejected, keyed or
*>   10/15/2026  TB    batched, the same way an inactive one is.
*>   10/15/2026  TB    Payments and adjustments still post.
*>   10/15/2026  TB    Nothing posts into a closed accounting
*>   10/15/2026  TB    period (see PERIODMNT).  Keyed and batch
*>   10/15/2026  TB    entry stop at start-up if today falls in a
*>   10/15/2026  TB    closed month, and maintenance mode will not
*>   10/15/2026  TB    change the total of a record dated in one
*>   10/15/2026  TB    -- the correction and its outfctl.dat
*>   10/15/2026  TB    adjustment line would land in a month whose
*>   10/15/2026  TB    statements have already gone out.  A name
*>   10/15/2026  TB    correction still goes through.
*>   10/15/2026  TB    The new FCHECK-NUMBER on FDATREC is
*>   10/15/2026  TB    written as zero.
*>   10/15/2026  TB    FIDNUM is six digits (see FDATREC.CPY):
*>   10/15/2026  TB    tranf.dat's id column, the checkpoint's
*>   10/15/2026  TB    last id, the run-log lines and the parked
*>   10/15/2026  TB    record widened with it; 000000 and 999999
*>   10/15/2026  TB    are the placeholder ids.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    Charge entry signs the clerk on through
*>   10/15/2026  TB    OPERCHK, and every record COBTEST posts
*>   10/15/2026  TB    carries who posted it (FOPER-ID, see
*>   10/15/2026  TB    FDATREC.CPY): the clerk's operator id from
*>   10/15/2026  TB    charge entry, or the job id COBTEST from a
*>   10/15/2026  TB    batch run, waitlist entries included.  A
*>   10/15/2026  TB    correction leaves the stamp as posted.
*>   10/15/2026  TB    The saved record and the audit image are
*>   10/15/2026  TB    130 bytes.
*> ----------------------------------------------------------------
environment division.
input-output section.
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        lock mode is exclusive
        file status is ct-outf-status.
    select tranf assign to "TRANF.DAT"
*> ------------------------------------------------------------
fd tranf.
01 tran-rec.
   02 tidnum pic 9(06).
   02 tfirstname pic x(15).
   02 tlastname pic x(15).
   02 tnum1 pic s9(07)v99.
fd ckpt.
01 ckpt-rec.
   02 ckpt-tran-count pic 9(06).
   02 ckpt-last-fidnum pic 9(06).
   02 ckpt-run-record-count pic 9(06).
   02 ckpt-run-total-amount pic s9(09)v99.
   02 ckpt-branch-area.
   88 ct-batch-mode value "B" "b".
   88 ct-maint-mode value "M" "m".
01 ct-outf-status pic x(02) value "00".
   88 ct-outf-ok value "00" "02".
   88 ct-outf-not-found value "35".
   88 ct-outf-eof value "10".
   88 ct-outf-dup-key value "22".
01 ct-today-date pic 9(08) value 0.
01 ct-clock-date pic 9(08) value 0.
*> ------------------------------------------------------------
*> the date PERIODCK hands back for a date tested against the
*> closed accounting periods -- the same date when its month is
*> open, a later one when it is closed.
*> ------------------------------------------------------------
01 ct-open-date pic 9(08) value 0.
*> ------------------------------------------------------------
*> run control totals, written to outfctl.dat at end of run.  on a
*> restarted batch run these start from the checkpoint's carried-
*> forward totals rather than zero, so a run control record still
01 ct-ckpt-interval pic 9(04) comp value 50.
01 ct-tran-count pic 9(06) comp value 0.
01 ct-ckpt-skip-count pic 9(06) comp value 0.
01 ct-ckpt-last-fidnum pic 9(06) value 0.
01 ct-ckpt-quotient pic 9(06) comp value 0.
01 ct-ckpt-remainder pic 9(04) comp value 0.
*> ------------------------------------------------------------
   02 filler pic x(11) value "tranf line ".
   02 ct-lr-position pic 9(06).
   02 filler pic x(04) value " id ".
   02 ct-lr-idnum pic 9(06).
   02 filler pic x(03) value " - ".
   02 ct-lr-reason pic x(40).
01 ct-log-ckpt-line.
      "checkpoint mismatch - tranf.dat changed - run ended".
01 ct-log-wait-line.
   02 filler pic x(12) value "waitlist id ".
   02 ct-lw-idnum pic 9(06).
   02 filler pic x(03) value " - ".
   02 ct-lw-reason pic x(40).
01 ct-log-totals-line.
01 ct-wait-sub pic 9(04) comp value 0.
01 ct-wait-table.
   02 ct-wait-entry occurs 100 times.
      03 ct-w-fidnum pic 9(06).
      03 ct-w-firstname pic x(15).
      03 ct-w-lastname pic x(15).
      03 ct-w-num1 pic s9(07)v99.
*> the fdat buffer, so the pending record is parked in
*> ct-saved-fdat around the scan and put back afterwards.
*> ------------------------------------------------------------
01 ct-limit-fidnum pic 9(06) value 0.
01 ct-cust-balance pic s9(09)v99 value 0.
01 ct-saved-fdat pic x(130) value spaces.
01 ct-override-reply pic x(01) value space.
01 ct-display-balance pic $$$,$$$,$$9.99-.
01 ct-display-limit pic $$$,$$$,$$9.99-.
*> audit-trail work fields.  the operator id is keyed once at
*> maintenance sign-on; the before image is captured as soon as
*> the record is read, ahead of any correction keyed over it.
*> charge entry signs on the same way, and the id is stamped on
*> every record it posts; a batch run stamps its job id instead.
*> ------------------------------------------------------------
01 ct-operator-id pic x(08) value spaces.
01 ct-batch-job-id pic x(08) value "COBTEST".
01 ct-audit-before pic x(130) value spaces.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK call (see OPERMNT and
*> the operator master).  the override is signed by its own
    accept ct-today-date from date yyyymmdd
    perform 2700-open-custmast thru 2700-exit
    accept ct-run-mode from command-line
    if not ct-maint-mode
        perform 2800-check-period-open thru 2800-exit
    end-if
    evaluate true
        when ct-batch-mode
            perform 5000-batch-run thru 5000-exit
        when ct-maint-mode
            perform 6000-maintain-customer thru 6000-exit
        when other
            perform 0500-sign-on-clerk thru 0500-exit
            perform 1000-get-charge-amounts thru 1000-exit
            perform 2000-get-customer-info thru 2000-exit
            perform 1500-cost-the-charge thru 1500-exit
    close custmast
    stop run.
*> ------------------------------------------------------------
*> 0500-SIGN-ON-CLERK -- charge entry takes the clerk's own
*> sign-on, so each record posted says who keyed it and the
*> clerk's drawer can be balanced off it (see DRAWCLS).
*> ------------------------------------------------------------
0500-sign-on-clerk.
    move 1 to ct-oper-level-needed
    call "OPERCHK" using ct-oper-level-needed,
        ct-operator-id, ct-oper-check-result
    if ct-oper-check-result not = "Y"
        display "charge entry refused"
        close custmast
        stop run
    end-if.
0500-exit.
    exit.
*> ------------------------------------------------------------
*> 1000-GET-CHARGE-AMOUNTS -- accept the two raw base amounts.
*> the costing waits until 1500-COST-THE-CHARGE, after the
*> transaction type is known -- only a charge is rated.
    exit.
*> ------------------------------------------------------------
*> 2200-VALIDATE-CUSTOMER-INFO -- reject a blank name or a
*> placeholder id (000000, 999999) before the charge is written.
*> an id that passes the placeholder check is then looked up on
*> the customer master; no master record, or an inactive one,
*> rejects the charge the same way.
        display "name fields cannot be blank - re-enter"
        set ct-info-invalid to true
    end-if
    if fidnum = 000000 or fidnum = 999999
        display "id " fidnum " is not a valid customer id"
        set ct-info-invalid to true
    else
*> ------------------------------------------------------------
*> 2300-CHECK-CUSTOMER-MASTER -- look the id up on custmast.dat.
*> a charge is only accepted for a customer CUSTMNT has set up
*> and not since marked inactive, nor written off as bad debt --
*> money owed by a written-off customer can still come in.
*> ------------------------------------------------------------
2300-check-customer-master.
    move fidnum to cm-fidnum
                    " - rejected"
                set ct-info-invalid to true
            end-if
            if cm-written-off and ftran-charge
                display "customer " fidnum
                    " is written off as bad debt - new charges"
                    " rejected"
                set ct-info-invalid to true
            end-if
    end-read
    if not ct-custmast-ok and not ct-custmast-key-not-found
        perform 9100-custmast-error thru 9100-exit
2700-exit.
    exit.
*> ------------------------------------------------------------
*> 2800-CHECK-PERIOD-OPEN -- everything keyed or batched is
*> dated today, so a today that falls in a closed accounting
*> period stops the run before anything is written.
*> ------------------------------------------------------------
2800-check-period-open.
    call "PERIODCK" using ct-today-date, ct-open-date
    if ct-open-date not = ct-today-date
        display "today (" ct-today-date ") falls in a closed "
            "accounting period - nothing can be posted until "
            "it is reopened"
        close custmast
        stop run
    end-if.
2800-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-CHECK-DUPLICATE -- one keyed read against outf.dat for
*> the fidnum, today's date and type about to be written.  sets
*> ct-dup-found when the record is already on file.  FKEY
    end-if
    set fdisp-none to true
    move 0 to fdisp-date
    move 0 to fcheck-number
    move ct-operator-id to foper-id
    write fdat
        invalid key
            display "customer " fidnum
*> terminal prompts, one transaction per record.
*> ------------------------------------------------------------
5000-batch-run.
    move ct-batch-job-id to ct-operator-id
    open input tranf
    if ct-tranf-not-found
        display "tranf.dat not found - no batch transactions"
*> the record with any non-blank / non-zero correction keyed.  a
*> corrected total no longer matches what calcchg costed, so the
*> component fields are cleared -- a zero breakdown is how a
*> hand-keyed total shows itself.  the total of a record dated in
*> a closed accounting period is not offered for correction.
*> ------------------------------------------------------------
6100-correct-customer.
    display "current first name: " ffirstname
        move ct-new-lastname to flastname
    end-if
    move 0 to ct-new-total-cents
    call "PERIODCK" using fentry-date, ct-open-date
    if ct-open-date not = fentry-date
        display "total cannot be changed - " fentry-date
            " is in a closed accounting period"
    else
        display "new total in cents, e.g. 12345 = $123.45 "
            "(0 = no change): " with no advancing
        accept ct-new-total-cents
    end-if
    move "N" to ct-total-changed-sw
    if ct-new-total-cents not = 0
        move ftotal to ct-old-total
