       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. writeoff.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Bad-debt write-off
*>   10/15/2026  TB    workflow, the same three functions off one
*>   10/15/2026  TB    menu REFUND uses.  S)CAN ages every
*>   10/15/2026  TB    customer's open items the way AGEDRPT does
*>   10/15/2026  TB    and queues a proposed write-off to
*>   10/15/2026  TB    wrtoffq.dat for each one with a 90-plus
*>   10/15/2026  TB    balance -- the 90-plus bucket, held to the
*>   10/15/2026  TB    customer's net balance, leaving disputed
*>   10/15/2026  TB    items and customers on a payment plan in
*>   10/15/2026  TB    force alone.  R)EVIEW takes a fresh
*>   10/15/2026  TB    supervisor sign-on through OPERCHK and
*>   10/15/2026  TB    walks the pending proposals for approval.
*>   10/15/2026  TB    P)OST writes each approved write-off to
*>   10/15/2026  TB    outf.dat as a type "W" credit (never more
*>   10/15/2026  TB    than the balance still owed when it
*>   10/15/2026  TB    posts), flags the customer written off on
*>   10/15/2026  TB    the master with an audit.dat line, prints
*>   10/15/2026  TB    the write-off register and leaves an
*>   10/15/2026  TB    outfctl.dat control line so the day still
*>   10/15/2026  TB    balances.
*>   10/15/2026  TB    P)OST refuses to run when today falls in a
*>   10/15/2026  TB    closed accounting period (see PERIODMNT).
*>   10/15/2026  TB    The new FCHECK-NUMBER on FDATREC is
*>   10/15/2026  TB    written as zero.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    The write-off record carries the signed-on
*>   10/15/2026  TB    operator as who posted it (FOPER-ID, see
*>   10/15/2026  TB    FDATREC.CPY).  The audit image is 130
*>   10/15/2026  TB    bytes.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select outf assign to "OUTF.DAT"
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        lock mode is exclusive
        file status is wo-outf-status.
    select custmast assign to "CUSTMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is cm-fidnum
        file status is wo-custmast-status.
    select payplan assign to "PAYPLAN.DAT"
        organization is indexed
        access mode is dynamic
        record key is pp-fidnum
        file status is wo-payplan-status.
    select wrtoffq assign to "WRTOFFQ.DAT"
        organization is line sequential
        access is sequential
        file status is wo-wrtoffq-status.
    select outfctl assign to "OUTFCTL.DAT"
        organization is line sequential
        access is sequential
        file status is wo-outfctl-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is wo-auditf-status.
    select regout assign to "WRITEOFF.LST"
        organization is line sequential
        file status is wo-regout-status.
data division.
file section.
fd outf.
    copy FDATREC.
fd custmast.
    copy CUSTMAST.
fd payplan.
    copy PAYPLAN.
*> ------------------------------------------------------------
*> wrtoffq -- one line per proposed write-off: who, the 90-plus
*> bucket and net balance the scan saw, the amount proposed,
*> when, where it stands, and who decided.  status P pending,
*> A approved, D denied, C posted, V voided at posting because
*> the balance had been paid down to nothing since approval.
*> ------------------------------------------------------------
fd wrtoffq.
01 writeoff-rec.
   02 wq-fidnum pic 9(06).
   02 wq-name pic x(30).
   02 wq-over-90 pic s9(07)v99.
   02 wq-balance pic s9(07)v99.
   02 wq-amount pic s9(07)v99.
   02 wq-request-date pic 9(08).
   02 wq-status pic x(01).
      88 wq-pending value "P".
      88 wq-approved value "A".
      88 wq-denied value "D".
      88 wq-posted value "C".
      88 wq-voided value "V".
   02 wq-operator pic x(08).
   02 wq-decision-date pic 9(08).
fd outfctl.
    copy OUTFCTL.
fd auditf.
    copy AUDITREC.
fd regout.
01 reg-line pic x(100).
working-storage section.
*> ------------------------------------------------------------
*> file-status and function-selection work fields
*> ------------------------------------------------------------
01 wo-outf-status pic x(02) value "00".
   88 wo-outf-ok value "00" "02".
   88 wo-outf-not-found value "35".
   88 wo-outf-dup-key value "22".
   88 wo-outf-key-not-found
                               value "23".
   88 wo-outf-locked value "61".
01 wo-custmast-status pic x(02) value "00".
   88 wo-custmast-ok value "00".
   88 wo-custmast-not-found value "35".
   88 wo-custmast-key-not-found
                               value "23".
01 wo-payplan-status pic x(02) value "00".
   88 wo-payplan-ok value "00".
   88 wo-payplan-not-found value "35".
   88 wo-payplan-key-not-found
                               value "23".
01 wo-wrtoffq-status pic x(02) value "00".
   88 wo-wrtoffq-ok value "00".
   88 wo-wrtoffq-not-found value "35".
01 wo-outfctl-status pic x(02) value "00".
   88 wo-outfctl-ok value "00".
01 wo-auditf-status pic x(02) value "00".
   88 wo-auditf-ok value "00".
01 wo-regout-status pic x(02) value "00".
01 wo-function pic x(01) value space.
   88 wo-scan-function value "S" "s".
   88 wo-review-function value "R" "r".
   88 wo-post-function value "P" "p".
   88 wo-quit-function value "Q" "q".
01 wo-switches.
   02 wo-eof-sw pic x value "N".
      88 wo-eof value "Y".
   02 wo-queue-eof-sw pic x value "N".
      88 wo-queue-eof value "Y".
   02 wo-blocked-sw pic x value "N".
      88 wo-request-blocked value "Y".
   02 wo-no-plan-file-sw pic x value "N".
      88 wo-no-plan-file value "Y".
   02 wo-on-plan-sw pic x value "N".
      88 wo-on-plan value "Y".
   02 wo-cust-eof-sw pic x value "N".
      88 wo-cust-eof value "Y".
01 wo-run-date pic 9(08) value 0.
01 wo-open-date pic 9(08) value 0.
01 wo-operator-id pic x(08) value spaces.
01 wo-reply pic x(01) value space.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK calls -- level 1 to run
*> the program, level 2 (a fresh sign-on) to review proposals.
*> ------------------------------------------------------------
01 wo-level-needed pic 9(01) value 1.
01 wo-check-result pic x(01) value "N".
*> ------------------------------------------------------------
*> the whole queue, loaded into this table before any function
*> works it and written back as one file afterwards, the same
*> way REFUND keeps refundq.dat.
*> ------------------------------------------------------------
01 wo-queue-count pic 9(04) comp value 0.
01 wo-queue-sub pic 9(04) comp value 0.
01 wo-queue-table.
   02 wo-queue-entry occurs 200 times.
      03 wo-q-fidnum pic 9(06).
      03 wo-q-name pic x(30).
      03 wo-q-over-90 pic s9(07)v99.
      03 wo-q-balance pic s9(07)v99.
      03 wo-q-amount pic s9(07)v99.
      03 wo-q-request-date pic 9(08).
      03 wo-q-status pic x(01).
      03 wo-q-operator pic x(08).
      03 wo-q-decision-date pic 9(08).
*> ------------------------------------------------------------
*> the customer group being aged in a scan -- the same open
*> remainder and day arithmetic AGEDRPT buckets with.
*> ------------------------------------------------------------
01 wo-run-day-number pic 9(07) comp value 0.
01 wo-age-days pic s9(07) comp value 0.
01 wo-open-amount pic s9(09)v99 value 0.
01 wo-group-fidnum pic 9(06) value 0.
01 wo-group-name pic x(30) value spaces.
01 wo-net-balance pic s9(09)v99 value 0.
01 wo-over-90 pic s9(09)v99 value 0.
01 wo-proposed pic s9(09)v99 value 0.
*> ------------------------------------------------------------
*> posting work fields -- the balance netted again at posting
*> time and the amount actually written off.
*> ------------------------------------------------------------
01 wo-post-balance pic s9(09)v99 value 0.
01 wo-post-amount pic s9(07)v99 value 0.
01 wo-work-branch pic x(03) value spaces.
01 wo-audit-before pic x(130) value spaces.
01 wo-audit-reason.
   02 filler pic x(22) value "write-off approved by ".
   02 wo-ar-operator pic x(08).
*> ------------------------------------------------------------
*> run counts and display edits
*> ------------------------------------------------------------
01 wo-queued-count pic 9(06) comp value 0.
01 wo-plan-count pic 9(06) comp value 0.
01 wo-approved-count pic 9(06) comp value 0.
01 wo-denied-count pic 9(06) comp value 0.
01 wo-posted-count pic 9(06) comp value 0.
01 wo-posted-total pic s9(11)v99 value 0.
01 wo-voided-count pic 9(06) comp value 0.
01 wo-left-count pic 9(06) comp value 0.
01 wo-display-amount pic $$,$$$,$$9.99-.
01 wo-display-over-90 pic $$,$$$,$$9.99-.
01 wo-display-balance pic $$,$$$,$$9.99-.
*> ------------------------------------------------------------
*> per-branch run buckets for the control record, the same
*> shape COBTEST keeps.  a write-off is a credit, so its
*> amounts net negative the way payments always have.
*> ------------------------------------------------------------
01 wo-branch-count pic 9(02) comp value 0.
01 wo-branch-sub pic 9(02) comp value 0.
01 wo-branch-found-sw pic x(01) value "N".
   88 wo-branch-found value "Y".
01 wo-branch-table.
   02 wo-branch-entry occurs 5 times.
      03 wo-b-code pic x(03) value spaces.
      03 wo-b-count pic 9(06) value 0.
      03 wo-b-amount pic s9(09)v99 value 0.
01 wo-ctl-amount pic s9(11)v99 value 0.
*> ------------------------------------------------------------
*> register lines
*> ------------------------------------------------------------
01 wo-heading-1.
   02 filler pic x(36) value
      "BAD-DEBT WRITE-OFF REGISTER - RUN OF".
   02 filler pic x(01) value space.
   02 wo-h-date pic 9(08).
01 wo-heading-2.
   02 filler pic x(81) value
      "  ID      NAME                        90+ AT SCAN    WRITTEN OFF  APPROVED BY  ON".
01 wo-detail-line.
   02 filler pic x(02) value spaces.
   02 wo-d-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 wo-d-name pic x(25).
   02 wo-d-over-90 pic $$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 wo-d-amount pic $$,$$$,$$9.99-.
   02 filler pic x(02) value spaces.
   02 wo-d-operator pic x(08).
   02 filler pic x(05) value spaces.
   02 wo-d-decision-date pic 9(08).
01 wo-note-line.
   02 filler pic x(02) value spaces.
   02 wo-n-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 wo-n-name pic x(25).
   02 filler pic x(02) value "- ".
   02 wo-n-note pic x(50).
01 wo-total-line.
   02 filler pic x(33) value "WRITE-OFFS POSTED:".
   02 wo-t-count pic zzz,zz9.
   02 filler pic x(01) value space.
   02 wo-t-total pic $$,$$$,$$9.99-.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- sign the operator on and loop on the
*> function menu until the clerk quits.
*> ------------------------------------------------------------
0000-mainline.
    accept wo-run-date from date yyyymmdd
    compute wo-run-day-number =
        function integer-of-date(wo-run-date)
    move 1 to wo-level-needed
    call "OPERCHK" using wo-level-needed, wo-operator-id,
        wo-check-result
    if wo-check-result not = "Y"
        display "write-off processing refused"
        stop run
    end-if
    perform 1000-prompt-function thru 1000-exit
        until wo-quit-function
    stop run.
1000-prompt-function.
    display "S)CAN  R)EVIEW  P)OST  Q)UIT: "
        with no advancing
    accept wo-function
    evaluate true
        when wo-scan-function
            perform 2000-scan-for-bad-debt thru 2000-exit
        when wo-review-function
            perform 3000-review-proposals thru 3000-exit
        when wo-post-function
            perform 4000-post-approved thru 4000-exit
        when wo-quit-function
            next sentence
        when other
            display "not valid - enter S, R, P or Q"
    end-evaluate.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-SCAN-FOR-BAD-DEBT -- age each customer's open items off
*> outf.dat and queue a pending write-off for every 90-plus
*> balance the queue is not already carrying.
*> ------------------------------------------------------------
2000-scan-for-bad-debt.
    perform 7000-load-queue thru 7000-exit
    move 0 to wo-queued-count
    move 0 to wo-plan-count
    move "N" to wo-eof-sw
    open input outf
    if wo-outf-locked
        display "outf.dat is in use by another user - "
            "try again later"
        go to 2000-exit
    end-if
    if wo-outf-not-found
        display "outf.dat not found - nothing to scan"
        go to 2000-exit
    end-if
    if not wo-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    move "N" to wo-no-plan-file-sw
    open input payplan
    if wo-payplan-not-found
        set wo-no-plan-file to true
    else
        if not wo-payplan-ok
            perform 9400-payplan-error thru 9400-exit
        end-if
    end-if
    perform 2100-read-charge thru 2100-exit
    perform 2200-scan-one-customer thru 2200-exit
        until wo-eof
    if not wo-no-plan-file
        close payplan
    end-if
    close outf
    if not wo-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    perform 8000-rewrite-queue thru 8000-exit
    display "90-plus scan complete - " wo-queued-count
        " write-off(s) proposed"
    if wo-plan-count > 0
        display "  " wo-plan-count " customer(s) on a payment "
            "plan in force passed over"
    end-if.
2000-exit.
    exit.
2100-read-charge.
    read outf next record
        at end
            set wo-eof to true
    end-read
    if not wo-outf-ok and not wo-eof
        perform 9000-outf-error thru 9000-exit
    end-if.
2100-exit.
    exit.
2200-scan-one-customer.
    move fidnum to wo-group-fidnum
    move fcname to wo-group-name
    move 0 to wo-net-balance
    move 0 to wo-over-90
    perform 2300-age-one-record thru 2300-exit
        until wo-eof or fidnum not = wo-group-fidnum
    if wo-over-90 not > 0 or wo-net-balance not > 0
        go to 2200-exit
    end-if
    move wo-over-90 to wo-proposed
    if wo-net-balance < wo-proposed
        move wo-net-balance to wo-proposed
    end-if
    perform 2500-check-payment-plan thru 2500-exit
    if wo-on-plan
        add 1 to wo-plan-count
        go to 2200-exit
    end-if
    perform 2400-queue-proposal thru 2400-exit.
2200-exit.
    exit.
*> ------------------------------------------------------------
*> 2300-AGE-ONE-RECORD -- the record's open remainder nets into
*> the customer's balance, and into the 90-plus figure when it
*> is ninety days old or more and not parked in dispute -- the
*> same test AGEDRPT fills its 90+ DAYS column with.
*> ------------------------------------------------------------
2300-age-one-record.
    compute wo-open-amount = ftotal - fpaid-amount
    if ftran-debit
        add wo-open-amount to wo-net-balance
    else
        subtract wo-open-amount from wo-net-balance
    end-if
    if fdisp-held
        perform 2100-read-charge thru 2100-exit
        go to 2300-exit
    end-if
    compute wo-age-days = wo-run-day-number
        - function integer-of-date(fentry-date)
    if wo-age-days not < 90
        if ftran-debit
            add wo-open-amount to wo-over-90
        else
            subtract wo-open-amount from wo-over-90
        end-if
    end-if
    perform 2100-read-charge thru 2100-exit.
2300-exit.
    exit.
*> ------------------------------------------------------------
*> 2400-QUEUE-PROPOSAL -- add a pending proposal unless one is
*> already pending or approved for this customer, or the same
*> amount was already denied -- a supervisor said no once and
*> does not want to be asked again for the same debt.
*> ------------------------------------------------------------
2400-queue-proposal.
    move "N" to wo-blocked-sw
    move 0 to wo-queue-sub
    perform 2410-check-one-proposal thru 2410-exit
        until wo-queue-sub not < wo-queue-count
            or wo-request-blocked
    if wo-request-blocked
        go to 2400-exit
    end-if
    perform 7100-check-queue-room thru 7100-exit
    add 1 to wo-queue-count
    move wo-group-fidnum to wo-q-fidnum(wo-queue-count)
    move wo-group-name to wo-q-name(wo-queue-count)
    move wo-over-90 to wo-q-over-90(wo-queue-count)
    move wo-net-balance to wo-q-balance(wo-queue-count)
    move wo-proposed to wo-q-amount(wo-queue-count)
    move wo-run-date to wo-q-request-date(wo-queue-count)
    move "P" to wo-q-status(wo-queue-count)
    move spaces to wo-q-operator(wo-queue-count)
    move 0 to wo-q-decision-date(wo-queue-count)
    add 1 to wo-queued-count
    move wo-proposed to wo-display-amount
    display "  proposed: customer " wo-group-fidnum " "
        wo-display-amount.
2400-exit.
    exit.
2410-check-one-proposal.
    add 1 to wo-queue-sub
    if wo-q-fidnum(wo-queue-sub) = wo-group-fidnum
        if wo-q-status(wo-queue-sub) = "P"
                or wo-q-status(wo-queue-sub) = "A"
            set wo-request-blocked to true
        end-if
        if wo-q-status(wo-queue-sub) = "D"
                and wo-q-amount(wo-queue-sub) = wo-proposed
            set wo-request-blocked to true
        end-if
    end-if.
2410-exit.
    exit.
*> ------------------------------------------------------------
*> 2500-CHECK-PAYMENT-PLAN -- a customer on an installment plan
*> still in force is paying what was agreed and is not bad
*> debt.  a broken plan leaves them to be proposed as normal.
*> ------------------------------------------------------------
2500-check-payment-plan.
    move "N" to wo-on-plan-sw
    if wo-no-plan-file
        go to 2500-exit
    end-if
    move wo-group-fidnum to pp-fidnum
    read payplan
        invalid key
            next sentence
        not invalid key
            if pp-in-force
                set wo-on-plan to true
            end-if
    end-read
    if not wo-payplan-ok and not wo-payplan-key-not-found
        perform 9400-payplan-error thru 9400-exit
    end-if.
2500-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-REVIEW-PROPOSALS -- walk the pending proposals and take
*> an approve/deny/skip answer on each, stamping the supervisor
*> and date on every decision.
*> ------------------------------------------------------------
3000-review-proposals.
    display "a supervisor must sign the review"
    move 2 to wo-level-needed
    call "OPERCHK" using wo-level-needed, wo-operator-id,
        wo-check-result
    move 1 to wo-level-needed
    if wo-check-result not = "Y"
        display "review refused"
        go to 3000-exit
    end-if
    perform 7000-load-queue thru 7000-exit
    if wo-queue-count = 0
        display "no write-off proposals on file"
        go to 3000-exit
    end-if
    move 0 to wo-approved-count
    move 0 to wo-denied-count
    move 0 to wo-queue-sub
    perform 3100-review-one-proposal thru 3100-exit
        until wo-queue-sub not < wo-queue-count
    perform 8000-rewrite-queue thru 8000-exit
    display "review complete - " wo-approved-count
        " approved, " wo-denied-count " denied".
3000-exit.
    exit.
3100-review-one-proposal.
    add 1 to wo-queue-sub
    if wo-q-status(wo-queue-sub) not = "P"
        go to 3100-exit
    end-if
    move wo-q-over-90(wo-queue-sub) to wo-display-over-90
    move wo-q-balance(wo-queue-sub) to wo-display-balance
    move wo-q-amount(wo-queue-sub) to wo-display-amount
    display "customer " wo-q-fidnum(wo-queue-sub) " "
        wo-q-name(wo-queue-sub)
    display "  scanned " wo-q-request-date(wo-queue-sub)
        "  90+ " wo-display-over-90
        "  balance " wo-display-balance
    display "  write off " wo-display-amount
    display "  A)pprove  D)eny  S)kip: " with no advancing
    accept wo-reply
    evaluate true
        when wo-reply = "A" or wo-reply = "a"
            move "A" to wo-q-status(wo-queue-sub)
            move wo-operator-id
                to wo-q-operator(wo-queue-sub)
            move wo-run-date
                to wo-q-decision-date(wo-queue-sub)
            add 1 to wo-approved-count
        when wo-reply = "D" or wo-reply = "d"
            move "D" to wo-q-status(wo-queue-sub)
            move wo-operator-id
                to wo-q-operator(wo-queue-sub)
            move wo-run-date
                to wo-q-decision-date(wo-queue-sub)
            add 1 to wo-denied-count
        when other
            display "  skipped - still pending"
    end-evaluate.
3100-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-POST-APPROVED -- write each approved write-off to
*> outf.dat as a type "W" credit dated today, flag the customer
*> on the master, print the register, mark the proposal posted,
*> and leave a control line so BALANCE still proves the day.
*> nothing posts into a closed accounting period.
*> ------------------------------------------------------------
4000-post-approved.
    call "PERIODCK" using wo-run-date, wo-open-date
    if wo-open-date not = wo-run-date
        display "today (" wo-run-date ") falls in a closed "
            "accounting period - nothing posted"
        go to 4000-exit
    end-if
    perform 7000-load-queue thru 7000-exit
    move 0 to wo-posted-count
    move 0 to wo-posted-total
    move 0 to wo-voided-count
    move 0 to wo-left-count
    open i-o outf
    if wo-outf-locked
        display "outf.dat is in use by another user - "
            "try again later"
        go to 4000-exit
    end-if
    if wo-outf-not-found
        display "outf.dat not found - nothing to post against"
        go to 4000-exit
    end-if
    if not wo-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    open i-o custmast
    if wo-custmast-not-found
        display "custmast.dat not found - a write-off must "
            "flag the customer master, nothing posted"
        close outf
        go to 4000-exit
    end-if
    if not wo-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    open output regout
    move wo-run-date to wo-h-date
    move wo-heading-1 to reg-line
    write reg-line
    move wo-heading-2 to reg-line
    write reg-line
    move 0 to wo-queue-sub
    perform 4100-post-one-writeoff thru 4100-exit
        until wo-queue-sub not < wo-queue-count
    move wo-posted-count to wo-t-count
    move wo-posted-total to wo-t-total
    move wo-total-line to reg-line
    write reg-line
    close regout
    close custmast
    close outf
    if not wo-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    perform 8000-rewrite-queue thru 8000-exit
    if wo-posted-count > 0
        perform 5000-write-run-control thru 5000-exit
    end-if
    display "posting complete - " wo-posted-count
        " write-off(s) posted - register on WRITEOFF.LST"
    if wo-voided-count > 0
        display "  " wo-voided-count " voided - balance "
            "cleared since approval"
    end-if
    if wo-left-count > 0
        display "  " wo-left-count " left approved - see "
            "WRITEOFF.LST"
    end-if.
4000-exit.
    exit.
4100-post-one-writeoff.
    add 1 to wo-queue-sub
    if wo-q-status(wo-queue-sub) not = "A"
        go to 4100-exit
    end-if
    move wo-q-fidnum(wo-queue-sub) to cm-fidnum
    read custmast
        invalid key
            move "not on customer master - left approved"
                to wo-n-note
            perform 4600-list-note thru 4600-exit
            add 1 to wo-left-count
            go to 4100-exit
    end-read
    if not wo-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    move cm-branch-code to wo-work-branch
    perform 4200-net-current-balance thru 4200-exit
    if wo-post-balance not > 0
        move "V" to wo-q-status(wo-queue-sub)
        move "balance cleared since approval - voided"
            to wo-n-note
        perform 4600-list-note thru 4600-exit
        add 1 to wo-voided-count
        go to 4100-exit
    end-if
    move wo-q-amount(wo-queue-sub) to wo-post-amount
    if wo-post-balance < wo-post-amount
        move wo-post-balance to wo-post-amount
    end-if
    move wo-q-fidnum(wo-queue-sub) to fidnum
    move wo-run-date to fentry-date
    move "W" to ftran-type
    move cm-cname to fcname
    move wo-post-amount to ftotal
    move wo-post-amount to fbase-amount
    move 0 to ftax-amount
    move 0 to fsurch-amount
    accept fentry-time from time
    set fbill-unacked to true
    move spaces to fbill-reason
    move 0 to fpaid-amount
    move wo-work-branch to fbranch-code
    set fdisp-none to true
    move 0 to fdisp-date
    move 0 to fcheck-number
    move wo-operator-id to foper-id
    write fdat
        invalid key
            move "already written off today - left approved"
                to wo-n-note
            perform 4600-list-note thru 4600-exit
            add 1 to wo-left-count
        not invalid key
            move "C" to wo-q-status(wo-queue-sub)
            move wo-post-amount to wo-q-amount(wo-queue-sub)
            add 1 to wo-posted-count
            add ftotal to wo-posted-total
            perform 4300-post-branch-total thru 4300-exit
            perform 4400-flag-customer thru 4400-exit
            move wo-q-fidnum(wo-queue-sub) to wo-d-idnum
            move wo-q-name(wo-queue-sub) to wo-d-name
            move wo-q-over-90(wo-queue-sub) to wo-d-over-90
            move wo-post-amount to wo-d-amount
            move wo-q-operator(wo-queue-sub) to wo-d-operator
            move wo-q-decision-date(wo-queue-sub)
                to wo-d-decision-date
            move wo-detail-line to reg-line
            write reg-line
    end-write
    if not wo-outf-ok and not wo-outf-dup-key
        perform 9000-outf-error thru 9000-exit
    end-if.
4100-exit.
    exit.
*> ------------------------------------------------------------
*> 4200-NET-CURRENT-BALANCE -- the customer's balance as it
*> stands now, netted off outf.dat.  money may have come in
*> since the scan; the write-off never takes a balance below
*> zero, and a balance already cleared voids the proposal.
*> ------------------------------------------------------------
4200-net-current-balance.
    move 0 to wo-post-balance
    move "N" to wo-cust-eof-sw
    move wo-q-fidnum(wo-queue-sub) to fidnum
    move 0 to fentry-date
    move space to ftran-type
    start outf key not < fkey
        invalid key
            set wo-cust-eof to true
    end-start
    if not wo-outf-ok and not wo-outf-key-not-found
        perform 9000-outf-error thru 9000-exit
    end-if
    perform 4250-net-one-record thru 4250-exit
        until wo-cust-eof.
4200-exit.
    exit.
4250-net-one-record.
    read outf next record
        at end
            set wo-cust-eof to true
            go to 4250-exit
    end-read
    if not wo-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    if fidnum not = wo-q-fidnum(wo-queue-sub)
        set wo-cust-eof to true
        go to 4250-exit
    end-if
    if ftran-debit
        add ftotal to wo-post-balance
    else
        subtract ftotal from wo-post-balance
    end-if.
4250-exit.
    exit.
*> ------------------------------------------------------------
*> 4300-POST-BRANCH-TOTAL -- the write-off just posted into its
*> branch's bucket for the control record, netted negative.
*> ------------------------------------------------------------
4300-post-branch-total.
    move "N" to wo-branch-found-sw
    move 0 to wo-branch-sub
    perform 4350-check-one-branch thru 4350-exit
        until wo-branch-sub not < wo-branch-count
            or wo-branch-found
    if not wo-branch-found
        if wo-branch-count not < 5
            display "more than 5 branch codes this run - raise "
                "wo-branch-table's size before continuing"
            stop run
        end-if
        add 1 to wo-branch-count
        move wo-branch-count to wo-branch-sub
        move fbranch-code to wo-b-code(wo-branch-sub)
    end-if
    add 1 to wo-b-count(wo-branch-sub)
    subtract ftotal from wo-b-amount(wo-branch-sub).
4300-exit.
    exit.
4350-check-one-branch.
    add 1 to wo-branch-sub
    if wo-b-code(wo-branch-sub) = fbranch-code
        set wo-branch-found to true
    end-if.
4350-exit.
    exit.
*> ------------------------------------------------------------
*> 4400-FLAG-CUSTOMER -- mark the customer written off on the
*> master, add this write-off to the running amount, and put
*> the before and after images on audit.dat.  the first
*> write-off starts both amounts from zero; a master set up
*> before the fields existed carries spaces there.
*> ------------------------------------------------------------
4400-flag-customer.
    move spaces to wo-audit-before
    move cust-master-rec to wo-audit-before
    if not cm-written-off
        move 0 to cm-writeoff-amount
        move 0 to cm-recovered-amount
    end-if
    set cm-written-off to true
    move wo-run-date to cm-writeoff-date
    add wo-post-amount to cm-writeoff-amount
    rewrite cust-master-rec
        invalid key
            display "warning - customer " cm-fidnum
                " write-off posted but master not flagged"
            go to 4400-exit
    end-rewrite
    if not wo-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    perform 4500-write-audit-record thru 4500-exit.
4400-exit.
    exit.
*> ------------------------------------------------------------
*> 4500-WRITE-AUDIT-RECORD -- the master before and after the
*> flag, under the operator who posted, with the supervisor who
*> approved in the reason.  an audit write failure is reported
*> but does not undo the write-off, which is already safely on
*> file.
*> ------------------------------------------------------------
4500-write-audit-record.
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move wo-operator-id to ad-operator
    move "CUSTMAST" to ad-file-name
    move cm-fidnum to ad-fidnum
    move wo-run-date to ad-key-date
    move "W" to ad-key-type
    move wo-audit-before to ad-before-image
    move spaces to ad-after-image
    move cust-master-rec to ad-after-image
    move wo-q-operator(wo-queue-sub) to wo-ar-operator
    move wo-audit-reason to ad-reason
    write audit-rec
    if not wo-auditf-ok
        display "warning - audit.dat file error - status "
            wo-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
4500-exit.
    exit.
*> ------------------------------------------------------------
*> 4600-LIST-NOTE -- an approved write-off that did not post
*> this run, with the reason, on the register under the
*> postings.
*> ------------------------------------------------------------
4600-list-note.
    move wo-q-fidnum(wo-queue-sub) to wo-n-idnum
    move wo-q-name(wo-queue-sub) to wo-n-name
    move wo-note-line to reg-line
    write reg-line.
4600-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-WRITE-RUN-CONTROL -- one outfctl.dat line for the posted
*> write-offs, netted negative.  a failure here is a warning,
*> same stance as COBTEST's control record.
*> ------------------------------------------------------------
5000-write-run-control.
    open extend outfctl
    perform 5100-check-outfctl-status thru 5100-exit
    accept oc-run-date from date yyyymmdd
    accept oc-run-time from time
    move wo-posted-count to oc-record-count
    compute wo-ctl-amount = 0 - wo-posted-total
    move wo-ctl-amount to oc-total-amount
    move 0 to wo-branch-sub
    perform 5200-fill-one-branch thru 5200-exit
        until wo-branch-sub not < 5
    write outf-ctl-rec
    perform 5100-check-outfctl-status thru 5100-exit
    close outfctl
    perform 5100-check-outfctl-status thru 5100-exit.
5000-exit.
    exit.
5100-check-outfctl-status.
    if not wo-outfctl-ok
        display "warning - outfctl.dat file error - status "
            wo-outfctl-status
        display "run control totals may not be recorded for "
            "this run"
    end-if.
5100-exit.
    exit.
5200-fill-one-branch.
    add 1 to wo-branch-sub
    if wo-branch-sub not > wo-branch-count
        move wo-b-code(wo-branch-sub)
            to oc-br-code(wo-branch-sub)
        move wo-b-count(wo-branch-sub)
            to oc-br-count(wo-branch-sub)
        move wo-b-amount(wo-branch-sub)
            to oc-br-amount(wo-branch-sub)
    else
        move spaces to oc-br-code(wo-branch-sub)
        move 0 to oc-br-count(wo-branch-sub)
        move 0 to oc-br-amount(wo-branch-sub)
    end-if.
5200-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-LOAD-QUEUE -- wrtoffq.dat into the table.  it is not an
*> error for the queue not to exist yet.
*> ------------------------------------------------------------
7000-load-queue.
    move 0 to wo-queue-count
    move "N" to wo-queue-eof-sw
    open input wrtoffq
    if wo-wrtoffq-not-found
        go to 7000-exit
    end-if
    if not wo-wrtoffq-ok
        perform 9200-wrtoffq-error thru 9200-exit
    end-if
    perform 7200-load-one-proposal thru 7200-exit
        until wo-queue-eof
    close wrtoffq.
7000-exit.
    exit.
7100-check-queue-room.
    if wo-queue-count not < 200
        display "more than 200 write-off proposals - raise "
            "wo-queue-table's size before continuing"
        stop run
    end-if.
7100-exit.
    exit.
7200-load-one-proposal.
    read wrtoffq
        at end
            set wo-queue-eof to true
        not at end
            perform 7100-check-queue-room thru 7100-exit
            add 1 to wo-queue-count
            move writeoff-rec
                to wo-queue-entry(wo-queue-count)
    end-read
    if not wo-wrtoffq-ok and not wo-queue-eof
        perform 9200-wrtoffq-error thru 9200-exit
    end-if.
7200-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-REWRITE-QUEUE -- the whole table back out as the new
*> wrtoffq.dat, decisions and postings included.
*> ------------------------------------------------------------
8000-rewrite-queue.
    open output wrtoffq
    if not wo-wrtoffq-ok
        perform 9200-wrtoffq-error thru 9200-exit
    end-if
    move 0 to wo-queue-sub
    perform 8100-write-one-proposal thru 8100-exit
        until wo-queue-sub not < wo-queue-count
    close wrtoffq.
8000-exit.
    exit.
8100-write-one-proposal.
    add 1 to wo-queue-sub
    move wo-queue-entry(wo-queue-sub) to writeoff-rec
    write writeoff-rec
    if not wo-wrtoffq-ok
        perform 9200-wrtoffq-error thru 9200-exit
    end-if.
8100-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-outf-error.
    display "outf.dat file error - status " wo-outf-status
    display "writeoff terminating"
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-CUSTMAST-ERROR -- a custmast operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-custmast-error.
    display "custmast.dat file error - status "
        wo-custmast-status
    display "writeoff terminating"
    stop run.
9100-exit.
    exit.
*> ------------------------------------------------------------
*> 9200-WRTOFFQ-ERROR -- a wrtoffq.dat operation came back with
*> a file status none of the callers know how to handle.  stop
*> rather than run on against a queue in an unknown state.
*> ------------------------------------------------------------
9200-wrtoffq-error.
    display "wrtoffq.dat file error - status "
        wo-wrtoffq-status
    display "writeoff terminating"
    stop run.
9200-exit.
    exit.
*> ------------------------------------------------------------
*> 9400-PAYPLAN-ERROR -- a payplan operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9400-payplan-error.
    display "payplan.dat file error - status "
        wo-payplan-status
    display "writeoff terminating"
    stop run.
9400-exit.
    exit.
