       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. planchk.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Nightly check of every
*>   10/15/2026  TB    installment plan in force on payplan.dat
*>   10/15/2026  TB    (see PAYPLAN) against the payments on
*>   10/15/2026  TB    outf.dat.  The type "P" records -- LOCKBOX
*>   10/15/2026  TB    and COBTEST alike -- entered since the plan
*>   10/15/2026  TB    was set up are totalled and laid against
*>   10/15/2026  TB    the schedule: paid up to the installments
*>   10/15/2026  TB    fallen due is current, behind but inside
*>   10/15/2026  TB    the grace days after the missed due date is
*>   10/15/2026  TB    late, behind past the grace days is broken,
*>   10/15/2026  TB    and the agreed balance paid in full is paid
*>   10/15/2026  TB    off.  A broken plan is final -- the customer
*>   10/15/2026  TB    is back in normal dunning from the next
*>   10/15/2026  TB    DUNNOTE run.  Every status change goes on
*>   10/15/2026  TB    planchk.lst and audit.dat.  The date
*>   10/15/2026  TB    defaults to today and can be keyed on the
*>   10/15/2026  TB    command line ("planchk 20260831") the way
*>   10/15/2026  TB    NIGHTRUN hands it the job date.
*>   10/15/2026  TB    A payment the bank returned unpaid no
*>   10/15/2026  TB    longer counts toward the plan -- its "N"
*>   10/15/2026  TB    reversal (see NSFRTN) nets it back out.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    The audit image work fields are 130 bytes
*>   10/15/2026  TB    with the audit.dat images (see
*>   10/15/2026  TB    AUDITREC.CPY).
*>   10/15/2026  TB    Payments ARCHCHRG has moved off outf.dat
*>   10/15/2026  TB    count toward the plan too.  The dated
*>   10/15/2026  TB    archives named on archctl.dat, and on the
*>   10/15/2026  TB    ACTL history files HISTROLL rolled its
*>   10/15/2026  TB    lines off to (found through rollctl.dat),
*>   10/15/2026  TB    are read once before the plans are
*>   10/15/2026  TB    checked, the way TAXRPT reads them, and
*>   10/15/2026  TB    each plan's archived payments, less their
*>   10/15/2026  TB    NSF reversals, are added to what is still
*>   10/15/2026  TB    on outf.dat.
*>   10/15/2026  TB    The control file name is 16 bytes, room
*>   10/15/2026  TB    for a dated history file name with its
*>   10/15/2026  TB    .DAT.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select payplan assign to "PAYPLAN.DAT"
        organization is indexed
        access mode is dynamic
        record key is pp-fidnum
        file status is pk-payplan-status.
    select outf assign to "OUTF.DAT"
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        file status is pk-outf-status.
    select custmast assign to "CUSTMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is cm-fidnum
        file status is pk-custmast-status.
    select archctl assign using pk-archctl-name
        organization is line sequential
        access is sequential
        file status is pk-archctl-status.
    select rollf assign to "ROLLCTL.DAT"
        organization is line sequential
        access is sequential
        file status is pk-rollf-status.
    select archf assign using pk-arch-file-name
        organization is line sequential
        file status is pk-archf-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is pk-auditf-status.
    select chkout assign to "PLANCHK.LST"
        organization is line sequential
        file status is pk-chkout-status.
data division.
file section.
fd payplan.
    copy PAYPLAN.
fd outf.
    copy FDATREC.
fd custmast.
    copy CUSTMAST.
fd archctl.
    copy ARCHCTL.
fd rollf.
    copy ROLLCTL.
*> ------------------------------------------------------------
*> archf -- a dated archive file, one fdat record image per
*> line, exactly as ARCHCHRG wrote it.  read through a work view
*> so the live outf buffer is not disturbed.
*> ------------------------------------------------------------
fd archf.
01 arch-rec pic x(130).
fd auditf.
    copy AUDITREC.
fd chkout.
01 chk-line pic x(100).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 pk-payplan-status pic x(02) value "00".
   88 pk-payplan-ok value "00".
   88 pk-payplan-not-found value "35".
01 pk-outf-status pic x(02) value "00".
   88 pk-outf-ok value "00" "02".
   88 pk-outf-not-found value "35".
   88 pk-outf-key-not-found
                               value "23".
01 pk-custmast-status pic x(02) value "00".
   88 pk-custmast-ok value "00".
   88 pk-custmast-not-found value "35".
   88 pk-custmast-key-not-found
                               value "23".
01 pk-archctl-status pic x(02) value "00".
   88 pk-archctl-ok value "00".
   88 pk-archctl-not-found value "35".
01 pk-rollf-status pic x(02) value "00".
   88 pk-rollf-ok value "00".
   88 pk-rollf-not-found value "35".
01 pk-archf-status pic x(02) value "00".
   88 pk-archf-ok value "00".
   88 pk-archf-not-found value "35".
01 pk-auditf-status pic x(02) value "00".
   88 pk-auditf-ok value "00".
01 pk-chkout-status pic x(02) value "00".
01 pk-switches.
   02 pk-eof-sw pic x value "N".
      88 pk-eof value "Y".
   02 pk-outf-eof-sw pic x value "N".
      88 pk-outf-eof value "Y".
   02 pk-no-outf-sw pic x value "N".
      88 pk-no-outf value "Y".
   02 pk-no-master-sw pic x value "N".
      88 pk-no-master value "Y".
   02 pk-due-done-sw pic x value "N".
      88 pk-due-done value "Y".
   02 pk-ctl-eof-sw pic x value "N".
      88 pk-ctl-eof value "Y".
   02 pk-roll-eof-sw pic x value "N".
      88 pk-roll-eof value "Y".
   02 pk-arch-eof-sw pic x value "N".
      88 pk-arch-eof value "Y".
   02 pk-found-sw pic x value "N".
      88 pk-found value "Y".
      88 pk-look-done value "Y" "P".
*> ------------------------------------------------------------
*> the date the schedules are checked as of
*> ------------------------------------------------------------
01 pk-run-date pic 9(08) value 0.
01 pk-keyed-date pic x(08) value spaces.
01 pk-run-day-number pic 9(07) comp value 0.
*> ------------------------------------------------------------
*> schedule work fields.  installment n falls due n-1 months
*> after the first due date, on the plan's due day.
*> ------------------------------------------------------------
01 pk-paid pic s9(07)v99 value 0.
01 pk-met pic 9(02) value 0.
01 pk-due-count pic 9(02) value 0.
01 pk-inst-number pic 9(02) value 0.
01 pk-month-index pic 9(06) comp value 0.
01 pk-month-rem pic 9(02) comp value 0.
01 pk-first-due pic 9(08) value 0.
01 pk-first-due-parts redefines pk-first-due.
   02 pk-fd-year pic 9(04).
   02 pk-fd-month pic 9(02).
   02 pk-fd-day pic 9(02).
01 pk-due-date pic 9(08) value 0.
01 pk-due-date-parts redefines pk-due-date.
   02 pk-dd-year pic 9(04).
   02 pk-dd-month pic 9(02).
   02 pk-dd-day pic 9(02).
01 pk-old-status pic x(01) value space.
01 pk-new-status pic x(01) value space.
*> ------------------------------------------------------------
*> the plans in force, in id order, with the payments on them
*> ARCHCHRG has since moved off outf.dat into dated archives.
*> the archives are read once, before the plans are checked.
*> ------------------------------------------------------------
01 pk-plan-count pic 9(04) comp value 0.
01 pk-plan-sub pic 9(04) comp value 0.
01 pk-plan-table.
   02 pk-plan-entry occurs 2000 times.
      03 pk-pl-fidnum pic 9(06).
      03 pk-pl-setup-date pic 9(08).
      03 pk-pl-archived pic s9(07)v99.
01 pk-earliest-setup pic 9(08) value 0.
*> ------------------------------------------------------------
*> the archive control file being walked -- each dated history
*> file HISTROLL has rolled archctl.dat lines off to (see
*> ROLLCTL.CPY), then archctl.dat itself -- and the archive
*> cutoffs already read, so a cutoff listed twice (an archive
*> run rerun) is not summed twice.
*> ------------------------------------------------------------
01 pk-archctl-name pic x(16) value "ARCHCTL.DAT".
01 pk-hist-file-name.
   02 filler pic x(04) value "ACTL".
   02 pk-hist-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
01 pk-arch-file-name.
   02 filler pic x(04) value "ARCH".
   02 pk-arch-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
01 pk-done-count pic 9(04) comp value 0.
01 pk-done-sub pic 9(04) comp value 0.
01 pk-done-table.
   02 pk-done-cutoff pic 9(08) occurs 50 times.
01 pk-cutoff-seen-sw pic x(01) value "N".
   88 pk-cutoff-seen value "Y".
01 pk-work-rec pic x(130) value spaces.
01 pk-work-view redefines pk-work-rec.
   02 pk-w-fidnum pic 9(06).
   02 pk-w-entry-date pic 9(08).
   02 pk-w-tran-type pic x(01).
      88 pk-w-payment value "P".
      88 pk-w-nsf-reversal value "N".
   02 pk-w-cname pic x(30).
   02 pk-w-total pic s9(07)v99.
   02 filler pic x(76).
*> ------------------------------------------------------------
*> audit-trail work fields.  the nightly run signs its audit
*> lines with the program name in place of an operator.
*> ------------------------------------------------------------
01 pk-job-id pic x(08) value "PLANCHK".
01 pk-audit-before pic x(130) value spaces.
01 pk-audit-after pic x(130) value spaces.
*> ------------------------------------------------------------
*> run totals
*> ------------------------------------------------------------
01 pk-checked-count pic 9(06) comp value 0.
01 pk-changed-count pic 9(06) comp value 0.
01 pk-current-count pic 9(06) comp value 0.
01 pk-late-count pic 9(06) comp value 0.
01 pk-broken-count pic 9(06) comp value 0.
01 pk-paid-off-count pic 9(06) comp value 0.
*> ------------------------------------------------------------
*> listing lines
*> ------------------------------------------------------------
01 pk-heading-1.
   02 filler pic x(38) value
      "PAYMENT PLAN SCHEDULE CHECK - AS OF ".
   02 pk-h-date pic 9(08).
01 pk-heading-2.
   02 filler pic x(100) value
      "  ID      NAME                            WAS        NOW"
      & "           PAID    MET  NEXT DUE".
01 pk-detail-line.
   02 filler pic x(02) value spaces.
   02 pk-d-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 pk-d-name pic x(30).
   02 filler pic x(02) value spaces.
   02 pk-d-was pic x(09).
   02 filler pic x(02) value spaces.
   02 pk-d-now pic x(09).
   02 pk-d-paid pic $$,$$$,$$9.99.
   02 filler pic x(02) value spaces.
   02 pk-d-met pic z9.
   02 filler pic x(02) value spaces.
   02 pk-d-next-due pic 9(08).
01 pk-status-word pic x(09) value spaces.
01 pk-count-line.
   02 pk-c-label pic x(34).
   02 pk-c-count pic zzz,zz9.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
*> ------------------------------------------------------------
0000-mainline.
    accept pk-keyed-date from command-line
    if pk-keyed-date = spaces
        accept pk-run-date from date yyyymmdd
    else
        move pk-keyed-date to pk-run-date
    end-if
    compute pk-run-day-number =
        function integer-of-date(pk-run-date)
    open i-o payplan
    if pk-payplan-not-found
        display "payplan.dat not found - no plans to check"
        stop run
    end-if
    if not pk-payplan-ok
        perform 9000-payplan-error thru 9000-exit
    end-if
    open input outf
    if pk-outf-not-found
        set pk-no-outf to true
    else
        if not pk-outf-ok
            perform 9100-outf-error thru 9100-exit
        end-if
    end-if
    open input custmast
    if pk-custmast-not-found
        set pk-no-master to true
    else
        if not pk-custmast-ok
            perform 9200-custmast-error thru 9200-exit
        end-if
    end-if
    perform 1000-load-plans thru 1000-exit
    if pk-plan-count > 0
        perform 1500-sum-archives thru 1500-exit
    end-if
    open output chkout
    move pk-run-date to pk-h-date
    move pk-heading-1 to chk-line
    write chk-line
    move pk-heading-2 to chk-line
    write chk-line
    perform 2000-check-one-plan thru 2000-exit
        until pk-eof
    if pk-changed-count = 0
        move "  (no plan changed status)" to chk-line
        write chk-line
    end-if
    perform 7000-print-totals thru 7000-exit
    close chkout
    if not pk-no-master
        close custmast
    end-if
    if not pk-no-outf
        close outf
    end-if
    close payplan
    display "payment plan check complete for " pk-run-date
    display "  plans checked   : " pk-checked-count
    display "  status changes  : " pk-changed-count
    display "    now late        : " pk-late-count
    display "    now broken      : " pk-broken-count
    display "    now paid off    : " pk-paid-off-count
    display "changes listed on PLANCHK.LST"
    stop run.
*> ------------------------------------------------------------
*> 1000-LOAD-PLANS -- every plan in force into the table, in id
*> order off payplan.dat, noting the earliest set-up date; then
*> payplan.dat is put back at its first record for the check.
*> ------------------------------------------------------------
1000-load-plans.
    perform 1100-load-one-plan thru 1100-exit
        until pk-eof
    move "N" to pk-eof-sw
    move 0 to pp-fidnum
    start payplan key is not < pp-fidnum
        invalid key
            set pk-eof to true
    end-start.
1000-exit.
    exit.
1100-load-one-plan.
    read payplan next record
        at end
            set pk-eof to true
            go to 1100-exit
    end-read
    if not pk-payplan-ok
        perform 9000-payplan-error thru 9000-exit
    end-if
    if not pp-in-force
        go to 1100-exit
    end-if
    if pk-plan-count not < 2000
        display "more than 2000 plans in force - raise "
            "pk-plan-table's size before continuing"
        stop run
    end-if
    add 1 to pk-plan-count
    move pp-fidnum to pk-pl-fidnum(pk-plan-count)
    move pp-setup-date to pk-pl-setup-date(pk-plan-count)
    move 0 to pk-pl-archived(pk-plan-count)
    if pk-earliest-setup = 0 or pp-setup-date < pk-earliest-setup
        move pp-setup-date to pk-earliest-setup
    end-if.
1100-exit.
    exit.
*> ------------------------------------------------------------
*> 1500-SUM-ARCHIVES -- walk the archctl.dat lines HISTROLL has
*> rolled off to history files, then archctl.dat, the way
*> TAXRPT does, and read each dated archive whose cutoff falls
*> after the earliest plan was set up -- an earlier one holds
*> nothing entered in any plan's life.  a missing archctl.dat
*> just means nothing has ever been archived.
*> ------------------------------------------------------------
1500-sum-archives.
    move "N" to pk-roll-eof-sw
    open input rollf
    if not pk-rollf-not-found
        if not pk-rollf-ok
            perform 9300-rollf-error thru 9300-exit
        end-if
        perform 1550-walk-one-roll thru 1550-exit
            until pk-roll-eof
        close rollf
    end-if
    move "ARCHCTL.DAT" to pk-archctl-name
    perform 1580-walk-control-file thru 1580-exit.
1500-exit.
    exit.
1550-walk-one-roll.
    read rollf
        at end
            set pk-roll-eof to true
            go to 1550-exit
    end-read
    if not pk-rollf-ok
        perform 9300-rollf-error thru 9300-exit
    end-if
    if rl-cutoff-date not > pk-earliest-setup
        go to 1550-exit
    end-if
    move rl-cutoff-date to pk-hist-name-date
    move pk-hist-file-name to pk-archctl-name
    perform 1580-walk-control-file thru 1580-exit
    if pk-archctl-not-found
        display "warning - " pk-hist-file-name " on rollctl.dat "
            "but not on disk - skipped"
    end-if.
1550-exit.
    exit.
1580-walk-control-file.
    move "N" to pk-ctl-eof-sw
    open input archctl
    if pk-archctl-not-found
        go to 1580-exit
    end-if
    if not pk-archctl-ok
        perform 9400-archctl-error thru 9400-exit
    end-if
    perform 1600-read-one-control thru 1600-exit
        until pk-ctl-eof
    close archctl.
1580-exit.
    exit.
1600-read-one-control.
    read archctl
        at end
            set pk-ctl-eof to true
            go to 1600-exit
    end-read
    if acl-carry-forward
            or acl-cutoff-date not > pk-earliest-setup
        go to 1600-exit
    end-if
    perform 1650-check-cutoff-seen thru 1650-exit
    if not pk-cutoff-seen
        perform 1700-sum-one-archive thru 1700-exit
    end-if.
1600-exit.
    exit.
1650-check-cutoff-seen.
    move "N" to pk-cutoff-seen-sw
    move 0 to pk-done-sub
    perform 1660-check-one-cutoff thru 1660-exit
        until pk-done-sub not < pk-done-count
            or pk-cutoff-seen
    if not pk-cutoff-seen
        if pk-done-count not < 50
            display "more than 50 archive cutoffs on "
                "archctl.dat - raise pk-done-table's size "
                "before continuing"
            stop run
        end-if
        add 1 to pk-done-count
        move acl-cutoff-date to pk-done-cutoff(pk-done-count)
    end-if.
1650-exit.
    exit.
1660-check-one-cutoff.
    add 1 to pk-done-sub
    if pk-done-cutoff(pk-done-sub) = acl-cutoff-date
        set pk-cutoff-seen to true
    end-if.
1660-exit.
    exit.
1700-sum-one-archive.
    move acl-cutoff-date to pk-arch-name-date
    move "N" to pk-arch-eof-sw
    open input archf
    if pk-archf-not-found
        display "warning - " pk-arch-file-name
            " on archctl.dat but not on disk - skipped"
        go to 1700-exit
    end-if
    if not pk-archf-ok
        perform 9500-archf-error thru 9500-exit
    end-if
    perform 1750-sum-one-arch-record thru 1750-exit
        until pk-arch-eof
    close archf.
1700-exit.
    exit.
*> ------------------------------------------------------------
*> 1750-SUM-ONE-ARCH-RECORD -- an archived payment, or the "N"
*> reversal of one, entered in the life of a plan in force
*> counts toward that plan the same as one still on outf.dat.
*> ------------------------------------------------------------
1750-sum-one-arch-record.
    read archf into pk-work-rec
        at end
            set pk-arch-eof to true
            go to 1750-exit
    end-read
    if not pk-w-payment and not pk-w-nsf-reversal
        go to 1750-exit
    end-if
    perform 1800-find-plan thru 1800-exit
    if not pk-found
        go to 1750-exit
    end-if
    if pk-w-entry-date < pk-pl-setup-date(pk-plan-sub)
        go to 1750-exit
    end-if
    if pk-w-payment
        add pk-w-total to pk-pl-archived(pk-plan-sub)
    else
        subtract pk-w-total from pk-pl-archived(pk-plan-sub)
    end-if.
1750-exit.
    exit.
*> ------------------------------------------------------------
*> 1800-FIND-PLAN -- the table entry for pk-w-fidnum, leaving
*> pk-plan-sub on it.  the table is in id order, so the look
*> stops at the first id past it.
*> ------------------------------------------------------------
1800-find-plan.
    move "N" to pk-found-sw
    move 0 to pk-plan-sub
    perform 1810-check-one-plan thru 1810-exit
        until pk-plan-sub not < pk-plan-count
            or pk-look-done.
1800-exit.
    exit.
1810-check-one-plan.
    add 1 to pk-plan-sub
    if pk-pl-fidnum(pk-plan-sub) = pk-w-fidnum
        set pk-found to true
        go to 1810-exit
    end-if
    if pk-pl-fidnum(pk-plan-sub) > pk-w-fidnum
        move "P" to pk-found-sw
    end-if.
1810-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-CHECK-ONE-PLAN -- the next plan on file.  only a plan in
*> force is checked; broken, paid-off and cancelled plans are
*> history.  the plan is rewritten whenever its figures moved,
*> and a status change is listed and audited.
*> ------------------------------------------------------------
2000-check-one-plan.
    read payplan next record
        at end
            set pk-eof to true
            go to 2000-exit
    end-read
    if not pk-payplan-ok
        perform 9000-payplan-error thru 9000-exit
    end-if
    if not pp-in-force
        go to 2000-exit
    end-if
    add 1 to pk-checked-count
    move spaces to pk-audit-before
    move pay-plan-rec to pk-audit-before
    move pp-status to pk-old-status
    perform 3000-sum-plan-payments thru 3000-exit
    perform 4000-work-schedule thru 4000-exit
    move pk-new-status to pp-status
    move pk-paid to pp-paid-to-date
    move pk-met to pp-installments-met
    if pk-new-status not = pk-old-status
        move pk-run-date to pp-status-date
    end-if
    move spaces to pk-audit-after
    move pay-plan-rec to pk-audit-after
    if pk-audit-after = pk-audit-before
        go to 2000-exit
    end-if
    rewrite pay-plan-rec
    if not pk-payplan-ok
        perform 9000-payplan-error thru 9000-exit
    end-if
    if pk-new-status not = pk-old-status
        add 1 to pk-changed-count
        evaluate true
            when pp-current
                add 1 to pk-current-count
            when pp-late
                add 1 to pk-late-count
            when pp-broken
                add 1 to pk-broken-count
            when pp-paid-off
                add 1 to pk-paid-off-count
        end-evaluate
        perform 5000-list-change thru 5000-exit
        perform 6000-write-audit-record thru 6000-exit
    end-if.
2000-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-SUM-PLAN-PAYMENTS -- every payment on outf.dat for the
*> customer entered on or after the day the plan was set up,
*> on top of what 1500 found archived.  outf.dat is keyed
*> customer first, so one START lands on the customer's first
*> record of the plan's life.
*> ------------------------------------------------------------
3000-sum-plan-payments.
    move 0 to pk-paid
    move pp-fidnum to pk-w-fidnum
    perform 1800-find-plan thru 1800-exit
    if pk-found
        move pk-pl-archived(pk-plan-sub) to pk-paid
    end-if
    if pk-no-outf
        go to 3000-exit
    end-if
    move pp-fidnum to fidnum
    move pp-setup-date to fentry-date
    move low-values to ftran-type
    move "N" to pk-outf-eof-sw
    start outf key is not < fkey
        invalid key
            set pk-outf-eof to true
    end-start
    if not pk-outf-ok and not pk-outf-key-not-found
        perform 9100-outf-error thru 9100-exit
    end-if
    perform 3100-sum-one-payment thru 3100-exit
        until pk-outf-eof
    if pk-paid < 0
        move 0 to pk-paid
    end-if.
3000-exit.
    exit.
3100-sum-one-payment.
    read outf next record
        at end
            set pk-outf-eof to true
            go to 3100-exit
    end-read
    if not pk-outf-ok
        perform 9100-outf-error thru 9100-exit
    end-if
    if fidnum not = pp-fidnum
        set pk-outf-eof to true
        go to 3100-exit
    end-if
    if ftran-payment
        add ftotal to pk-paid
    end-if
    if ftran-nsf-reversal
        subtract ftotal from pk-paid
    end-if.
3100-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-WORK-SCHEDULE -- lay the payments against the schedule.
*> installments met is how many whole installments the money
*> covers; installments due is how many due dates have come.
*> a plan behind is late until the grace days after the first
*> unmet due date run out, and broken after.
*> ------------------------------------------------------------
4000-work-schedule.
    move pp-first-due-date to pk-first-due
    if pk-paid not < pp-agreed-balance
        move "P" to pk-new-status
        move pp-installment-count to pk-met
        move 0 to pp-next-due-date
        go to 4000-exit
    end-if
    divide pk-paid by pp-installment-amount giving pk-met
    if pk-met not < pp-installment-count
        compute pk-met = pp-installment-count - 1
    end-if
    move 0 to pk-due-count
    move "N" to pk-due-done-sw
    perform 4100-count-one-due thru 4100-exit
        until pk-due-done
    compute pk-inst-number = pk-met + 1
    perform 4500-compute-due-date thru 4500-exit
    move pk-due-date to pp-next-due-date
    if pk-met not < pk-due-count
        move "C" to pk-new-status
        go to 4000-exit
    end-if
    if pk-run-day-number >
            function integer-of-date(pk-due-date) + pp-grace-days
        move "B" to pk-new-status
    else
        move "L" to pk-new-status
    end-if.
4000-exit.
    exit.
4100-count-one-due.
    if pk-due-count not < pp-installment-count
        set pk-due-done to true
        go to 4100-exit
    end-if
    compute pk-inst-number = pk-due-count + 1
    perform 4500-compute-due-date thru 4500-exit
    if pk-due-date > pk-run-date
        set pk-due-done to true
    else
        add 1 to pk-due-count
    end-if.
4100-exit.
    exit.
*> ------------------------------------------------------------
*> 4500-COMPUTE-DUE-DATE -- the due date of installment
*> pk-inst-number into pk-due-date.  months are counted from
*> year zero so the year carries by itself.
*> ------------------------------------------------------------
4500-compute-due-date.
    compute pk-month-index = pk-fd-year * 12 + pk-fd-month - 1
        + pk-inst-number - 1
    divide pk-month-index by 12 giving pk-dd-year
        remainder pk-month-rem
    compute pk-dd-month = pk-month-rem + 1
    move pp-due-day to pk-dd-day.
4500-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-LIST-CHANGE -- one line on the listing per plan whose
*> status moved, name off the master when it has one.
*> ------------------------------------------------------------
5000-list-change.
    move pp-fidnum to pk-d-idnum
    move spaces to pk-d-name
    if not pk-no-master
        move pp-fidnum to cm-fidnum
        read custmast
            invalid key
                next sentence
            not invalid key
                move cm-cname to pk-d-name
        end-read
        if not pk-custmast-ok and not pk-custmast-key-not-found
            perform 9200-custmast-error thru 9200-exit
        end-if
    end-if
    move pk-old-status to pk-new-status
    perform 5100-status-word thru 5100-exit
    move pk-status-word to pk-d-was
    move pp-status to pk-new-status
    perform 5100-status-word thru 5100-exit
    move pk-status-word to pk-d-now
    move pp-paid-to-date to pk-d-paid
    move pp-installments-met to pk-d-met
    move pp-next-due-date to pk-d-next-due
    move pk-detail-line to chk-line
    write chk-line.
5000-exit.
    exit.
5100-status-word.
    evaluate pk-new-status
        when "C"
            move "CURRENT" to pk-status-word
        when "L"
            move "LATE" to pk-status-word
        when "B"
            move "BROKEN" to pk-status-word
        when "P"
            move "PAID OFF" to pk-status-word
        when "X"
            move "CANCELLED" to pk-status-word
        when other
            move pk-new-status to pk-status-word
    end-evaluate.
5100-exit.
    exit.
*> ------------------------------------------------------------
*> 6000-WRITE-AUDIT-RECORD -- before and after images of a plan
*> whose status changed.  a failure here is a warning only; the
*> change is already on payplan.dat.
*> ------------------------------------------------------------
6000-write-audit-record.
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move pk-job-id to ad-operator
    move "PAYPLAN" to ad-file-name
    move pp-fidnum to ad-fidnum
    move pp-status-date to ad-key-date
    move pp-status to ad-key-type
    move pk-audit-before to ad-before-image
    move pk-audit-after to ad-after-image
    move "NIGHTLY SCHEDULE CHECK" to ad-reason
    write audit-rec
    if not pk-auditf-ok
        display "warning - audit.dat file error - status "
            pk-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
6000-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-PRINT-TOTALS
*> ------------------------------------------------------------
7000-print-totals.
    move spaces to chk-line
    write chk-line
    move "plans in force checked" to pk-c-label
    move pk-checked-count to pk-c-count
    move pk-count-line to chk-line
    write chk-line
    move "brought back to current" to pk-c-label
    move pk-current-count to pk-c-count
    move pk-count-line to chk-line
    write chk-line
    move "gone late (inside grace days)" to pk-c-label
    move pk-late-count to pk-c-count
    move pk-count-line to chk-line
    write chk-line
    move "broken - back to normal dunning" to pk-c-label
    move pk-broken-count to pk-c-count
    move pk-count-line to chk-line
    write chk-line
    move "paid off" to pk-c-label
    move pk-paid-off-count to pk-c-count
    move pk-count-line to chk-line
    write chk-line.
7000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-PAYPLAN-ERROR -- a payplan operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-payplan-error.
    display "payplan.dat file error - status "
        pk-payplan-status
    display "planchk terminating"
    move 8 to return-code
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-outf-error.
    display "outf.dat file error - status " pk-outf-status
    display "planchk terminating"
    move 8 to return-code
    stop run.
9100-exit.
    exit.
*> ------------------------------------------------------------
*> 9200-CUSTMAST-ERROR -- a custmast operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9200-custmast-error.
    display "custmast.dat file error - status "
        pk-custmast-status
    display "planchk terminating"
    move 8 to return-code
    stop run.
9200-exit.
    exit.
*> ------------------------------------------------------------
*> 9300-ROLLF-ERROR, 9400-ARCHCTL-ERROR, 9500-ARCHF-ERROR -- the
*> archive control files or an archive came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
9300-rollf-error.
    display "rollctl.dat file error - status " pk-rollf-status
    display "planchk terminating"
    move 8 to return-code
    stop run.
9300-exit.
    exit.
9400-archctl-error.
    display pk-archctl-name " file error - status "
        pk-archctl-status
    display "planchk terminating"
    move 8 to return-code
    stop run.
9400-exit.
    exit.
9500-archf-error.
    display pk-arch-file-name " file error - status "
        pk-archf-status
    display "planchk terminating"
    move 8 to return-code
    stop run.
9500-exit.
    exit.
