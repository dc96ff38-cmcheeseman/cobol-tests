*>   09/01/2026  TB    the approvals carry the supervisor who
*>   09/01/2026  TB    actually signed, and a refused attempt
*>   09/01/2026  TB    lands on audit.dat for AUDRPT.
*>   10/15/2026  TB    The register now prints the address the
*>   10/15/2026  TB    check goes to under each refund -- the
*>   10/15/2026  TB    remit address off custaddr.dat (see
*>   10/15/2026  TB    CUSTADDR) when one is kept, otherwise the
*>   10/15/2026  TB    billing address.  An approved refund for a
*>   10/15/2026  TB    customer flagged do-not-mail or return-
*>   10/15/2026  TB    mail is not posted: it stays approved and
*>   10/15/2026  TB    goes on rfndhold.lst, and posts on the
*>   10/15/2026  TB    first P)OST after the hold is cleared.
*>   10/15/2026  TB    P)OST refuses to run when today falls in a
*>   10/15/2026  TB    closed accounting period (see PERIODMNT);
*>   10/15/2026  TB    approved refunds stay approved until it is
*>   10/15/2026  TB    reopened.
*>   10/15/2026  TB    P)OST now draws a check number for each
*>   10/15/2026  TB    refund off the check stock CHKMNT loads
*>   10/15/2026  TB    (chkstock.dat), oldest range first, and
*>   10/15/2026  TB    carries it on the request and on the "R"
*>   10/15/2026  TB    record (FCHECK-NUMBER); with no stock left
*>   10/15/2026  TB    a refund stays approved.  Each check goes on
*>   10/15/2026  TB    the day's positive-pay file for the bank
*>   10/15/2026  TB    (POSPAYyyyymmdd.DAT, see POSPAY.CPY).  New
*>   10/15/2026  TB    C)ANCEL function, supervisor only: a check
*>   10/15/2026  TB    voided, or never cashed after 90 days, is
*>   10/15/2026  TB    reversed by an "X" credit carrying the same
*>   10/15/2026  TB    check number, which puts the customer back
*>   10/15/2026  TB    to the credit balance the refund cleared.
*>   10/15/2026  TB    The request is marked V or U, a void line
*>   10/15/2026  TB    goes to the bank, the "X" goes on audit.dat
*>   10/15/2026  TB    and outfctl.dat gets its control line.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    The refund and the cancelled-check records
*>   10/15/2026  TB    carry the job id REFUND as who posted them
*>   10/15/2026  TB    (FOPER-ID, see FDATREC.CPY).
*>   10/15/2026  TB    The read of the original "R" record when a
*>   10/15/2026  TB    refund is reversed checks its file status.
*>   10/15/2026  TB    The check range being drawn from is worked
*>   10/15/2026  TB    on in working-storage (copy of
*>   10/15/2026  TB    CHKSTOCK.CPY), not in the stockf record
*>   10/15/2026  TB    area, which is closed by the time a refund
*>   10/15/2026  TB    is posted.
*>   10/15/2026  TB    The branch buckets are emptied at the
*>   10/15/2026  TB    start of each post and after a
*>   10/15/2026  TB    cancellation's control line, so a later
*>   10/15/2026  TB    post in the same session does not add onto
*>   10/15/2026  TB    the last one's totals.
*> ----------------------------------------------------------------
environment division.
input-output section.
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        lock mode is exclusive
        file status is rf-outf-status.
    select custmast assign to "CUSTMAST.DAT"
        access mode is dynamic
        record key is cm-fidnum
        file status is rf-custmast-status.
    select custaddr assign to "CUSTADDR.DAT"
        organization is indexed
        access mode is dynamic
        record key is ma-fidnum
        file status is rf-custaddr-status.
    select refundq assign to "REFUNDQ.DAT"
        organization is line sequential
        access is sequential
    select regout assign to "REFUND.LST"
        organization is line sequential
        file status is rf-regout-status.
    select holdout assign to "RFNDHOLD.LST"
        organization is line sequential
        file status is rf-holdout-status.
    select stockf assign to "CHKSTOCK.DAT"
        organization is line sequential
        access is sequential
        file status is rf-stockf-status.
    select payf assign using rf-pay-file-name
        organization is line sequential
        file status is rf-payf-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is rf-auditf-status.
data division.
file section.
fd outf.
    copy FDATREC.
fd custmast.
    copy CUSTMAST.
fd custaddr.
    copy CUSTADDR.
*> ------------------------------------------------------------
*> refundq -- one line per refund request: who, how much, when
*> asked, where it stands, and who decided.  status P pending,
*> A approved, D denied, C posted.  a posted refund carries the
*> check it was paid by; V check voided and U check uncashed
*> after 90 days carry who cancelled it and when.
*> ------------------------------------------------------------
fd refundq.
01 refund-rec.
   02 rq-fidnum pic 9(06).
   02 rq-name pic x(30).
   02 rq-amount pic s9(07)v99.
   02 rq-request-date pic 9(08).
      88 rq-approved value "A".
      88 rq-denied value "D".
      88 rq-posted value "C".
      88 rq-voided value "V".
      88 rq-uncashed value "U".
   02 rq-operator pic x(08).
   02 rq-decision-date pic 9(08).
   02 rq-check-number pic 9(07).
   02 rq-check-account pic x(12).
   02 rq-issue-date pic 9(08).
   02 rq-cancel-date pic 9(08).
   02 rq-cancel-by pic x(08).
fd outfctl.
    copy OUTFCTL.
fd regout.
01 reg-line pic x(100).
fd holdout.
01 hold-line pic x(100).
fd stockf.
    copy CHKSTOCK.
fd payf.
    copy POSPAY.
fd auditf.
    copy AUDITREC.
working-storage section.
*> ------------------------------------------------------------
*> file-status and function-selection work fields
*> ------------------------------------------------------------
01 rf-outf-status pic x(02) value "00".
   88 rf-outf-ok value "00" "02".
   88 rf-outf-not-found value "35".
   88 rf-outf-dup-key value "22".
   88 rf-outf-key-not-found value "23".
   88 rf-outf-locked value "61".
01 rf-custmast-status pic x(02) value "00".
   88 rf-custmast-ok value "00".
   88 rf-custmast-not-found value "35".
   88 rf-custmast-key-not-found
                               value "23".
01 rf-custaddr-status pic x(02) value "00".
   88 rf-custaddr-ok value "00".
   88 rf-custaddr-not-found value "35".
   88 rf-custaddr-key-not-found
                               value "23".
01 rf-refundq-status pic x(02) value "00".
   88 rf-refundq-ok value "00".
   88 rf-refundq-not-found value "35".
01 rf-outfctl-status pic x(02) value "00".
   88 rf-outfctl-ok value "00".
01 rf-regout-status pic x(02) value "00".
01 rf-holdout-status pic x(02) value "00".
01 rf-stockf-status pic x(02) value "00".
   88 rf-stockf-ok value "00".
   88 rf-stockf-not-found value "35".
01 rf-payf-status pic x(02) value "00".
   88 rf-payf-ok value "00".
   88 rf-payf-not-found value "35".
01 rf-auditf-status pic x(02) value "00".
   88 rf-auditf-ok value "00".
01 rf-function pic x(01) value space.
   88 rf-scan-function value "S" "s".
   88 rf-review-function value "R" "r".
   88 rf-post-function value "P" "p".
   88 rf-cancel-function value "C" "c".
   88 rf-quit-function value "Q" "q".
01 rf-switches.
   02 rf-eof-sw pic x value "N".
      88 rf-queue-eof value "Y".
   02 rf-blocked-sw pic x value "N".
      88 rf-request-blocked value "Y".
   02 rf-no-addr-file-sw pic x value "N".
      88 rf-no-addr-file value "Y".
   02 rf-addr-found-sw pic x value "N".
      88 rf-addr-found value "Y".
   02 rf-mail-held-sw pic x value "N".
      88 rf-mail-held value "Y".
   02 rf-stock-eof-sw pic x value "N".
      88 rf-stock-eof value "Y".
   02 rf-stock-found-sw pic x value "N".
      88 rf-stock-found value "Y".
   02 rf-check-found-sw pic x value "N".
      88 rf-check-found value "Y".
   02 rf-pay-open-sw pic x value "N".
      88 rf-pay-open value "Y".
01 rf-run-date pic 9(08) value 0.
01 rf-open-date pic 9(08) value 0.
01 rf-operator-id pic x(08) value spaces.
01 rf-reply pic x(01) value space.
*> ------------------------------------------------------------
*> the job id stamped on every record this run posts to
*> outf.dat (see FDATREC.CPY).
*> ------------------------------------------------------------
01 rf-job-id pic x(08) value "REFUND".
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK calls -- level 1 to run
*> the program, level 2 (a fresh sign-on) to review requests.
*> ------------------------------------------------------------
01 rf-queue-sub pic 9(04) comp value 0.
01 rf-queue-table.
   02 rf-queue-entry occurs 200 times.
      03 rf-q-fidnum pic 9(06).
      03 rf-q-name pic x(30).
      03 rf-q-amount pic s9(07)v99.
      03 rf-q-request-date pic 9(08).
      03 rf-q-status pic x(01).
      03 rf-q-operator pic x(08).
      03 rf-q-decision-date pic 9(08).
      03 rf-q-check-number pic 9(07).
      03 rf-q-check-account pic x(12).
      03 rf-q-issue-date pic 9(08).
      03 rf-q-cancel-date pic 9(08).
      03 rf-q-cancel-by pic x(08).
*> ------------------------------------------------------------
*> the check stock, loaded for P)OST and written back with the
*> next number on each range moved past the checks drawn.
*> ------------------------------------------------------------
01 rf-stock-count pic 9(04) comp value 0.
01 rf-stock-sub pic 9(04) comp value 0.
01 rf-stock-table.
   02 rf-stock-entry occurs 200 times pic x(50).
*> ------------------------------------------------------------
*> the range a check is being drawn from, worked on here -- the
*> stockf record area is closed from the load to the write-back.
*> ------------------------------------------------------------
    copy CHKSTOCK
        replacing ==check-stock-rec== by ==rf-stock-work==
                  ==ks-bank-account== by ==kw-bank-account==
                  ==ks-first-check== by ==kw-first-check==
                  ==ks-last-check== by ==kw-last-check==
                  ==ks-next-check== by ==kw-next-check==
                  ==ks-status== by ==kw-status==
                  ==ks-active== by ==kw-active==
                  ==ks-used-up== by ==kw-used-up==
                  ==ks-retired== by ==kw-retired==
                  ==ks-loaded-by== by ==kw-loaded-by==
                  ==ks-loaded-date== by ==kw-loaded-date==.
01 rf-issued-count pic 9(06) comp value 0.
01 rf-no-stock-count pic 9(06) comp value 0.
*> ------------------------------------------------------------
*> the positive-pay file, named for the day it is sent, and
*> the totals for the trailer that closes each run's lines.
*> ------------------------------------------------------------
01 rf-pay-file-name.
   02 filler pic x(06) value "POSPAY".
   02 rf-pay-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
01 rf-pay-count pic 9(06) comp value 0.
01 rf-pay-issue-total pic 9(10)v99 value 0.
01 rf-pay-void-total pic 9(10)v99 value 0.
*> ------------------------------------------------------------
*> C)ANCEL work fields -- the check keyed, how long it has been
*> out, and the "X" reversal's control line and audit reason.
*> ------------------------------------------------------------
01 rf-key-check pic 9(07) value 0.
01 rf-days-out pic s9(05) value 0.
01 rf-run-day-number pic 9(08) value 0.
01 rf-stale-days pic 9(03) value 90.
01 rf-stale-count pic 9(06) comp value 0.
01 rf-cancel-type pic x(01) value space.
   88 rf-cancel-voided value "V" "v".
   88 rf-cancel-uncashed value "U" "u".
01 rf-ctl-amount pic s9(09)v99 value 0.
01 rf-audit-reason.
   02 filler pic x(06) value "CHECK ".
   02 rf-ar-check pic 9(07).
   02 filler pic x(01) value space.
   02 rf-ar-text pic x(16).
*> ------------------------------------------------------------
*> the customer group being netted in a scan
*> ------------------------------------------------------------
01 rf-group-fidnum pic 9(06) value 0.
01 rf-group-name pic x(30) value spaces.
01 rf-net-balance pic s9(09)v99 value 0.
01 rf-refund-amount pic s9(07)v99 value 0.
01 rf-denied-count pic 9(06) comp value 0.
01 rf-posted-count pic 9(06) comp value 0.
01 rf-posted-total pic s9(11)v99 value 0.
01 rf-held-count pic 9(06) comp value 0.
01 rf-display-amount pic $$,$$$,$$9.99-.
*> ------------------------------------------------------------
*> per-branch run buckets for the control record, the same
   02 filler pic x(26) value "REFUND REGISTER - RUN OF ".
   02 rf-h-date pic 9(08).
01 rf-heading-2.
   02 filler pic x(74) value
      "  ID      NAME                            REQUESTED        AMOUNT    CHECK".
01 rf-detail-line.
   02 filler pic x(02) value spaces.
   02 rf-d-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 rf-d-name pic x(30).
   02 filler pic x(02) value spaces.
   02 rf-d-request-date pic 9(08).
   02 filler pic x(01) value space.
   02 rf-d-amount pic $$,$$$,$$9.99-.
   02 filler pic x(02) value spaces.
   02 rf-d-check pic 9(07).
01 rf-addr-line.
   02 filler pic x(10) value spaces.
   02 rf-a-line pic x(30).
01 rf-city-line.
   02 filler pic x(10) value spaces.
   02 rf-c-city pic x(20).
   02 filler pic x(01) value space.
   02 rf-c-state pic x(02).
   02 filler pic x(02) value spaces.
   02 rf-c-zip pic x(10).
01 rf-no-addr-line.
   02 filler pic x(56) value
      "          (no mailing address on file - check held here)".
01 rf-total-line.
   02 filler pic x(35) value "REFUNDS POSTED:".
   02 rf-t-count pic zzz,zz9.
   02 filler pic x(02) value spaces.
   02 rf-t-total pic $$,$$$,$$9.99-.
*> ------------------------------------------------------------
*> held-mail listing lines
*> ------------------------------------------------------------
01 rf-hold-heading-1.
   02 filler pic x(49) value
      "REFUNDS HELD - MAIL HOLD ON ADDRESS - POST RUN OF".
   02 filler pic x(01) value space.
   02 rf-hh-date pic 9(08).
01 rf-hold-heading-2.
   02 filler pic x(81) value
      "  ID      NAME                            HOLD  SINCE     REQUESTED        AMOUNT".
01 rf-hold-line.
   02 filler pic x(02) value spaces.
   02 rf-x-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 rf-x-name pic x(30).
   02 filler pic x(02) value spaces.
   02 rf-x-flag pic x(01).
   02 filler pic x(03) value spaces.
   02 rf-x-date pic 9(08).
   02 filler pic x(02) value spaces.
   02 rf-x-request-date pic 9(08).
   02 filler pic x(01) value space.
   02 rf-x-amount pic $$,$$$,$$9.99-.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- sign the operator on and loop on the
        until rf-quit-function
    stop run.
1000-prompt-function.
    display "S)CAN  R)EVIEW  P)OST  C)ANCEL CHECK  Q)UIT: "
        with no advancing
    accept rf-function
    evaluate true
            perform 3000-review-requests thru 3000-exit
        when rf-post-function
            perform 4000-post-approved thru 4000-exit
        when rf-cancel-function
            perform 6000-cancel-check thru 6000-exit
        when rf-quit-function
            next sentence
        when other
            display "not valid - enter S, R, P, C or Q"
    end-evaluate.
1000-exit.
    exit.
    move "P" to rf-q-status(rf-queue-count)
    move spaces to rf-q-operator(rf-queue-count)
    move 0 to rf-q-decision-date(rf-queue-count)
    move 0 to rf-q-check-number(rf-queue-count)
    move spaces to rf-q-check-account(rf-queue-count)
    move 0 to rf-q-issue-date(rf-queue-count)
    move 0 to rf-q-cancel-date(rf-queue-count)
    move spaces to rf-q-cancel-by(rf-queue-count)
    add 1 to rf-queued-count
    move rf-refund-amount to rf-display-amount
    display "  queued: customer " rf-group-fidnum " "
    exit.
*> ------------------------------------------------------------
*> 4000-POST-APPROVED -- write each approved refund to outf.dat
*> as a type "R" debit dated today, paid by the next check off
*> the stock, print the register for the check writers, send
*> the check to the bank's positive-pay file, mark the request
*> posted, and leave a control line so BALANCE still proves the
*> day.  nothing posts into a closed accounting period.
*> ------------------------------------------------------------
4000-post-approved.
    call "PERIODCK" using rf-run-date, rf-open-date
    if rf-open-date not = rf-run-date
        display "today (" rf-run-date ") falls in a closed "
            "accounting period - nothing posted"
        go to 4000-exit
    end-if
    perform 7000-load-queue thru 7000-exit
    perform 7500-load-stock thru 7500-exit
    perform 4400-find-check-stock thru 4400-exit
    if not rf-stock-found
        display "no check stock left on chkstock.dat - load a "
            "range through chkmnt, nothing posted"
        go to 4000-exit
    end-if
    perform 5300-clear-branch-table thru 5300-exit
    move 0 to rf-posted-count
    move 0 to rf-posted-total
    move 0 to rf-issued-count
    move 0 to rf-no-stock-count
    move 0 to rf-pay-count
    move 0 to rf-pay-issue-total
    move 0 to rf-pay-void-total
    open i-o outf
    if rf-outf-locked
        display "outf.dat is in use by another user - "
        display "refund terminating"
        stop run
    end-if
    move "N" to rf-no-addr-file-sw
    open input custaddr
    if rf-custaddr-not-found
        set rf-no-addr-file to true
    else
        if not rf-custaddr-ok
            perform 9300-custaddr-error thru 9300-exit
        end-if
    end-if
    move 0 to rf-held-count
    open output regout
    move rf-run-date to rf-h-date
    move rf-heading-1 to reg-line
    write reg-line
    move rf-heading-2 to reg-line
    write reg-line
    open output holdout
    move rf-run-date to rf-hh-date
    move rf-hold-heading-1 to hold-line
    write hold-line
    move rf-hold-heading-2 to hold-line
    write hold-line
    move 0 to rf-queue-sub
    perform 4100-post-one-refund thru 4100-exit
        until rf-queue-sub not < rf-queue-count
    move rf-posted-total to rf-t-total
    move rf-total-line to reg-line
    write reg-line
    if rf-pay-open
        perform 7800-close-pay-file thru 7800-exit
    end-if
    if rf-issued-count > 0
        perform 7600-rewrite-stock thru 7600-exit
    end-if
    if rf-held-count = 0
        move "  (none)" to hold-line
        write hold-line
    end-if
    close holdout
    close regout
    if not rf-no-addr-file
        close custaddr
    end-if
    if not rf-custmast-not-found
        close custmast
    end-if
        perform 5000-write-run-control thru 5000-exit
    end-if
    display "posting complete - " rf-posted-count
        " refund(s) posted - register on REFUND.LST"
    if rf-issued-count > 0
        display "  " rf-issued-count " check(s) sent to the "
            "bank on " rf-pay-file-name
    end-if
    if rf-no-stock-count > 0
        display "  " rf-no-stock-count " approved refund(s) "
            "left approved - out of check stock, load a range "
            "through chkmnt"
    end-if
    if rf-held-count > 0
        display "  " rf-held-count " approved refund(s) held "
            "for mail hold - listed on RFNDHOLD.LST"
    end-if.
4000-exit.
    exit.
4100-post-one-refund.
    if rf-q-status(rf-queue-sub) not = "A"
        go to 4100-exit
    end-if
    perform 4050-look-up-address thru 4050-exit
    if rf-mail-held
        perform 4300-list-held thru 4300-exit
        go to 4100-exit
    end-if
    perform 4400-find-check-stock thru 4400-exit
    if not rf-stock-found
        add 1 to rf-no-stock-count
        go to 4100-exit
    end-if
    move rf-q-fidnum(rf-queue-sub) to fidnum
    move rf-run-date to fentry-date
    move "R" to ftran-type
    move rf-work-branch to fbranch-code
    set fdisp-none to true
    move 0 to fdisp-date
    move kw-next-check to fcheck-number
    move rf-job-id to foper-id
    write fdat
        invalid key
            display "customer " fidnum " already refunded "
                "today - left approved for tomorrow"
        not invalid key
            move "C" to rf-q-status(rf-queue-sub)
            move fcheck-number to rf-q-check-number(rf-queue-sub)
            move kw-bank-account
                to rf-q-check-account(rf-queue-sub)
            move rf-run-date to rf-q-issue-date(rf-queue-sub)
            perform 4450-take-check-number thru 4450-exit
            perform 4500-write-pay-issue thru 4500-exit
            add 1 to rf-posted-count
            add ftotal to rf-posted-total
            perform 4200-post-branch-total thru 4200-exit
            move rf-q-request-date(rf-queue-sub)
                to rf-d-request-date
            move rf-q-amount(rf-queue-sub) to rf-d-amount
            move fcheck-number to rf-d-check
            move rf-detail-line to reg-line
            write reg-line
            perform 4150-print-check-address thru 4150-exit
    end-write
    if not rf-outf-ok and not rf-outf-dup-key
        perform 9000-outf-error thru 9000-exit
4100-exit.
    exit.
*> ------------------------------------------------------------
*> 4050-LOOK-UP-ADDRESS -- the customer's mailing address and
*> its hold flag.
*> ------------------------------------------------------------
4050-look-up-address.
    move "N" to rf-addr-found-sw
    move "N" to rf-mail-held-sw
    if rf-no-addr-file
        go to 4050-exit
    end-if
    move rf-q-fidnum(rf-queue-sub) to ma-fidnum
    read custaddr
        invalid key
            next sentence
        not invalid key
            set rf-addr-found to true
            if ma-mail-held
                set rf-mail-held to true
            end-if
    end-read
    if not rf-custaddr-ok and not rf-custaddr-key-not-found
        perform 9300-custaddr-error thru 9300-exit
    end-if.
4050-exit.
    exit.
*> ------------------------------------------------------------
*> 4150-PRINT-CHECK-ADDRESS -- where the check goes, under the
*> register line: the remit address when one is kept, the
*> billing address otherwise.
*> ------------------------------------------------------------
4150-print-check-address.
    if not rf-addr-found
        move rf-no-addr-line to reg-line
        write reg-line
        go to 4150-exit
    end-if
    if ma-remit-line-1 not = spaces
        move ma-remit-line-1 to rf-a-line
        move rf-addr-line to reg-line
        write reg-line
        if ma-remit-line-2 not = spaces
            move ma-remit-line-2 to rf-a-line
            move rf-addr-line to reg-line
            write reg-line
        end-if
        move ma-remit-city to rf-c-city
        move ma-remit-state to rf-c-state
        move ma-remit-zip to rf-c-zip
    else
        move ma-bill-line-1 to rf-a-line
        move rf-addr-line to reg-line
        write reg-line
        if ma-bill-line-2 not = spaces
            move ma-bill-line-2 to rf-a-line
            move rf-addr-line to reg-line
            write reg-line
        end-if
        move ma-bill-city to rf-c-city
        move ma-bill-state to rf-c-state
        move ma-bill-zip to rf-c-zip
    end-if
    move rf-city-line to reg-line
    write reg-line.
4150-exit.
    exit.
*> ------------------------------------------------------------
*> 4300-LIST-HELD -- an approved refund for a customer on mail
*> hold: left approved, listed instead of posted.
*> ------------------------------------------------------------
4300-list-held.
    add 1 to rf-held-count
    move rf-q-fidnum(rf-queue-sub) to rf-x-idnum
    move rf-q-name(rf-queue-sub) to rf-x-name
    move ma-mail-flag to rf-x-flag
    move ma-flag-date to rf-x-date
    move rf-q-request-date(rf-queue-sub) to rf-x-request-date
    move rf-q-amount(rf-queue-sub) to rf-x-amount
    move rf-hold-line to hold-line
    write hold-line.
4300-exit.
    exit.
*> ------------------------------------------------------------
*> 4400-FIND-CHECK-STOCK -- the oldest range still active,
*> left in rf-stock-work with rf-stock-sub on it.  its next
*> number is the check the refund is paid by.
*> ------------------------------------------------------------
4400-find-check-stock.
    move "N" to rf-stock-found-sw
    move 0 to rf-stock-sub
    perform 4410-check-one-range thru 4410-exit
        until rf-stock-sub not < rf-stock-count
            or rf-stock-found.
4400-exit.
    exit.
4410-check-one-range.
    add 1 to rf-stock-sub
    move rf-stock-entry(rf-stock-sub) to rf-stock-work
    if kw-active
        set rf-stock-found to true
    end-if.
4410-exit.
    exit.
*> ------------------------------------------------------------
*> 4450-TAKE-CHECK-NUMBER -- the check is on file; move the
*> range past it, marking the range used up on its last check.
*> ------------------------------------------------------------
4450-take-check-number.
    if kw-next-check not < kw-last-check
        set kw-used-up to true
    else
        add 1 to kw-next-check
    end-if
    move rf-stock-work to rf-stock-entry(rf-stock-sub)
    add 1 to rf-issued-count.
4450-exit.
    exit.
*> ------------------------------------------------------------
*> 4500-WRITE-PAY-ISSUE -- the check just drawn, as an issue
*> line on the bank's positive-pay file.
*> ------------------------------------------------------------
4500-write-pay-issue.
    if not rf-pay-open
        perform 7700-open-pay-file thru 7700-exit
    end-if
    move spaces to pos-pay-rec
    set py-issue to true
    move rf-q-check-account(rf-queue-sub) to py-account
    move rf-q-check-number(rf-queue-sub) to py-check-number
    move rf-q-amount(rf-queue-sub) to py-amount
    move rf-run-date to py-issue-date
    move rf-q-name(rf-queue-sub) to py-payee
    write pos-pay-rec
    if not rf-payf-ok
        perform 9400-payf-error thru 9400-exit
    end-if
    add 1 to rf-pay-count
    add rf-q-amount(rf-queue-sub) to rf-pay-issue-total.
4500-exit.
    exit.
*> ------------------------------------------------------------
*> 4200-POST-BRANCH-TOTAL -- the refund just posted into its
*> branch's bucket for the control record.
*> ------------------------------------------------------------
    end-if.
5200-exit.
    exit.
*> ------------------------------------------------------------
*> 5300-CLEAR-BRANCH-TABLE -- empty every branch bucket, so a
*> later post or cancel in the same session starts from nothing.
*> ------------------------------------------------------------
5300-clear-branch-table.
    move 0 to rf-branch-count
    move 0 to rf-branch-sub
    perform 5310-clear-one-branch thru 5310-exit
        until rf-branch-sub not < 5.
5300-exit.
    exit.
5310-clear-one-branch.
    add 1 to rf-branch-sub
    move spaces to rf-b-code(rf-branch-sub)
    move 0 to rf-b-count(rf-branch-sub)
    move 0 to rf-b-amount(rf-branch-sub).
5310-exit.
    exit.
5100-check-outfctl-status.
    if not rf-outfctl-ok
        display "warning - outfctl.dat file error - status "
5100-exit.
    exit.
*> ------------------------------------------------------------
*> 6000-CANCEL-CHECK -- a refund check voided, or never cashed
*> after 90 days.  a supervisor signs the cancellation; the
*> refund is reversed by an "X" credit dated today carrying the
*> same check number, which puts the customer back to the
*> credit balance the refund cleared (the next S)CAN queues it
*> again).  the bank is told to stop the check, the request is
*> marked, and the "X" is audited and controlled like any other
*> posting.  nothing posts into a closed accounting period.
*> ------------------------------------------------------------
6000-cancel-check.
    display "a supervisor must sign the cancellation"
    move 2 to rf-level-needed
    call "OPERCHK" using rf-level-needed, rf-operator-id,
        rf-check-result
    move 1 to rf-level-needed
    if rf-check-result not = "Y"
        display "cancellation refused"
        go to 6000-exit
    end-if
    call "PERIODCK" using rf-run-date, rf-open-date
    if rf-open-date not = rf-run-date
        display "today (" rf-run-date ") falls in a closed "
            "accounting period - nothing cancelled"
        go to 6000-exit
    end-if
    perform 7000-load-queue thru 7000-exit
    compute rf-run-day-number =
        function integer-of-date(rf-run-date)
    perform 6100-list-stale-checks thru 6100-exit
    display "enter check number to cancel (0 to quit): "
        with no advancing
    accept rf-key-check
    if rf-key-check = 0
        go to 6000-exit
    end-if
    move "N" to rf-check-found-sw
    move 0 to rf-queue-sub
    perform 6200-check-one-request thru 6200-exit
        until rf-queue-sub not < rf-queue-count
            or rf-check-found
    if not rf-check-found
        display "no refund on file was paid by check "
            rf-key-check
        go to 6000-exit
    end-if
    if rf-q-status(rf-queue-sub) not = "C"
        display "check " rf-key-check " was already cancelled on "
            rf-q-cancel-date(rf-queue-sub) " by "
            rf-q-cancel-by(rf-queue-sub)
        go to 6000-exit
    end-if
    compute rf-days-out = rf-run-day-number
        - function integer-of-date(rf-q-issue-date(rf-queue-sub))
    move rf-q-amount(rf-queue-sub) to rf-display-amount
    display "check " rf-key-check " to customer "
        rf-q-fidnum(rf-queue-sub) " " rf-q-name(rf-queue-sub)
    display "  issued " rf-q-issue-date(rf-queue-sub)
        " (" rf-days-out " days ago)  amount " rf-display-amount
    display "  V)OIDED  U)NCASHED 90 DAYS  S)KIP: "
        with no advancing
    accept rf-cancel-type
    if not rf-cancel-voided and not rf-cancel-uncashed
        display "  skipped - check stands"
        go to 6000-exit
    end-if
    if rf-cancel-uncashed and rf-days-out < rf-stale-days
        display "check " rf-key-check " has been out only "
            rf-days-out " days - not cancelled as uncashed"
        go to 6000-exit
    end-if
    display "reverse the refund back to a credit balance (Y/N)? "
        with no advancing
    accept rf-reply
    if rf-reply not = "Y" and rf-reply not = "y"
        display "not cancelled"
        go to 6000-exit
    end-if
    open i-o outf
    if rf-outf-locked
        display "outf.dat is in use by another user - "
            "try again later"
        go to 6000-exit
    end-if
    if not rf-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    perform 6300-post-reversal thru 6300-exit
    close outf
    if not rf-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if.
6000-exit.
    exit.
*> ------------------------------------------------------------
*> 6100-LIST-STALE-CHECKS -- every check still outstanding 90
*> days or more, on the screen, so the supervisor can work
*> them against the bank statement.
*> ------------------------------------------------------------
6100-list-stale-checks.
    move 0 to rf-stale-count
    move 0 to rf-queue-sub
    perform 6110-list-one-stale thru 6110-exit
        until rf-queue-sub not < rf-queue-count
    if rf-stale-count = 0
        display "no checks outstanding " rf-stale-days
            " days or more"
    end-if.
6100-exit.
    exit.
6110-list-one-stale.
    add 1 to rf-queue-sub
    if rf-q-status(rf-queue-sub) not = "C"
            or rf-q-issue-date(rf-queue-sub) = 0
        go to 6110-exit
    end-if
    compute rf-days-out = rf-run-day-number
        - function integer-of-date(rf-q-issue-date(rf-queue-sub))
    if rf-days-out < rf-stale-days
        go to 6110-exit
    end-if
    if rf-stale-count = 0
        display "checks outstanding " rf-stale-days
            " days or more:"
    end-if
    add 1 to rf-stale-count
    move rf-q-amount(rf-queue-sub) to rf-display-amount
    display "  check " rf-q-check-number(rf-queue-sub)
        "  issued " rf-q-issue-date(rf-queue-sub)
        "  customer " rf-q-fidnum(rf-queue-sub)
        " " rf-display-amount.
6110-exit.
    exit.
6200-check-one-request.
    add 1 to rf-queue-sub
    if rf-q-check-number(rf-queue-sub) = rf-key-check
            and rf-q-issue-date(rf-queue-sub) not = 0
        set rf-check-found to true
    end-if.
6200-exit.
    exit.
*> ------------------------------------------------------------
*> 6300-POST-REVERSAL -- the "X" credit, on the refund's own
*> branch (off the "R" record, or the master when the refund
*> has been archived), then everything that follows from it.
*> ------------------------------------------------------------
6300-post-reversal.
    move spaces to rf-work-branch
    move rf-q-fidnum(rf-queue-sub) to fidnum
    move rf-q-issue-date(rf-queue-sub) to fentry-date
    move "R" to ftran-type
    read outf
        invalid key
            perform 6400-branch-off-master thru 6400-exit
        not invalid key
            move fbranch-code to rf-work-branch
    end-read
    if not rf-outf-ok and not rf-outf-key-not-found
        perform 9000-outf-error thru 9000-exit
    end-if
    move rf-q-fidnum(rf-queue-sub) to fidnum
    move rf-run-date to fentry-date
    move "X" to ftran-type
    move rf-q-name(rf-queue-sub) to fcname
    move rf-q-amount(rf-queue-sub) to ftotal
    move rf-q-amount(rf-queue-sub) to fbase-amount
    move 0 to ftax-amount
    move 0 to fsurch-amount
    accept fentry-time from time
    set fbill-unacked to true
    move spaces to fbill-reason
    move 0 to fpaid-amount
    move rf-work-branch to fbranch-code
    set fdisp-none to true
    move 0 to fdisp-date
    move rf-key-check to fcheck-number
    move rf-job-id to foper-id
    write fdat
        invalid key
            display "a cancelled check is already posted for "
                "customer " fidnum " today - try again tomorrow"
            go to 6300-exit
    end-write
    if not rf-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    if rf-cancel-voided
        move "V" to rf-q-status(rf-queue-sub)
        move "VOIDED" to rf-ar-text
    else
        move "U" to rf-q-status(rf-queue-sub)
        move "UNCASHED 90 DAYS" to rf-ar-text
    end-if
    move rf-run-date to rf-q-cancel-date(rf-queue-sub)
    move rf-operator-id to rf-q-cancel-by(rf-queue-sub)
    perform 8000-rewrite-queue thru 8000-exit
    move rf-key-check to rf-ar-check
    perform 6500-write-audit-record thru 6500-exit
    perform 6600-write-cancel-control thru 6600-exit
    move 0 to rf-pay-count
    move 0 to rf-pay-issue-total
    move 0 to rf-pay-void-total
    perform 6700-write-pay-void thru 6700-exit
    perform 7800-close-pay-file thru 7800-exit
    move ftotal to rf-display-amount
    display "check " rf-key-check " cancelled - "
        rf-display-amount " back on customer " fidnum
        "'s account"
    display "  bank told to stop it on " rf-pay-file-name.
6300-exit.
    exit.
6400-branch-off-master.
    open input custmast
    if rf-custmast-not-found
        go to 6400-exit
    end-if
    if not rf-custmast-ok
        display "custmast.dat file error - status "
            rf-custmast-status
        display "refund terminating"
        stop run
    end-if
    move rf-q-fidnum(rf-queue-sub) to cm-fidnum
    read custmast
        invalid key
            next sentence
        not invalid key
            move cm-branch-code to rf-work-branch
    end-read
    close custmast.
6400-exit.
    exit.
*> ------------------------------------------------------------
*> 6500-WRITE-AUDIT-RECORD -- the "X" as posted, under the
*> supervisor who signed, with the check and why in the
*> reason.  an audit write failure is reported but does not
*> undo the reversal, which is already safely on file.
*> ------------------------------------------------------------
6500-write-audit-record.
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move rf-operator-id to ad-operator
    move "OUTF" to ad-file-name
    move fidnum to ad-fidnum
    move fentry-date to ad-key-date
    move ftran-type to ad-key-type
    move spaces to ad-before-image
    move spaces to ad-after-image
    move fdat to ad-after-image
    move rf-audit-reason to ad-reason
    write audit-rec
    if not rf-auditf-ok
        display "warning - audit.dat file error - status "
            rf-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
6500-exit.
    exit.
*> ------------------------------------------------------------
*> 6600-WRITE-CANCEL-CONTROL -- one outfctl.dat line for the
*> "X", netted negative in the run and in its branch bucket.
*> ------------------------------------------------------------
6600-write-cancel-control.
    open extend outfctl
    perform 5100-check-outfctl-status thru 5100-exit
    accept oc-run-date from date yyyymmdd
    accept oc-run-time from time
    move 1 to oc-record-count
    compute rf-ctl-amount = 0 - ftotal
    move rf-ctl-amount to oc-total-amount
    move 0 to rf-branch-sub
    move 0 to rf-branch-count
    perform 5200-fill-one-branch thru 5200-exit
        until rf-branch-sub not < 5
    move fbranch-code to oc-br-code(1)
    move 1 to oc-br-count(1)
    move rf-ctl-amount to oc-br-amount(1)
    write outf-ctl-rec
    perform 5100-check-outfctl-status thru 5100-exit
    close outfctl
    perform 5100-check-outfctl-status thru 5100-exit
    perform 5300-clear-branch-table thru 5300-exit.
6600-exit.
    exit.
*> ------------------------------------------------------------
*> 6700-WRITE-PAY-VOID -- a void line for the cancelled check
*> on today's positive-pay file, so the bank will not pay it.
*> ------------------------------------------------------------
6700-write-pay-void.
    perform 7700-open-pay-file thru 7700-exit
    move spaces to pos-pay-rec
    set py-void to true
    move rf-q-check-account(rf-queue-sub) to py-account
    move rf-key-check to py-check-number
    move rf-q-amount(rf-queue-sub) to py-amount
    move rf-q-issue-date(rf-queue-sub) to py-issue-date
    move rf-q-name(rf-queue-sub) to py-payee
    write pos-pay-rec
    if not rf-payf-ok
        perform 9400-payf-error thru 9400-exit
    end-if
    add 1 to rf-pay-count
    add rf-q-amount(rf-queue-sub) to rf-pay-void-total.
6700-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-LOAD-QUEUE -- refundq.dat into the table.  it is not an
*> error for the queue not to exist yet.
*> ------------------------------------------------------------
            add 1 to rf-queue-count
            move refund-rec
                to rf-queue-entry(rf-queue-count)
            perform 7300-fill-check-fields thru 7300-exit
    end-read
    if not rf-refundq-ok and not rf-queue-eof
        perform 9200-refundq-error thru 9200-exit
7200-exit.
    exit.
*> ------------------------------------------------------------
*> 7300-FILL-CHECK-FIELDS -- a request queued before refunds
*> carried their check reads back blank there; zero the dates
*> and number so it compares like any other.
*> ------------------------------------------------------------
7300-fill-check-fields.
    if rf-q-check-number(rf-queue-count) not numeric
        move 0 to rf-q-check-number(rf-queue-count)
    end-if
    if rf-q-issue-date(rf-queue-count) not numeric
        move 0 to rf-q-issue-date(rf-queue-count)
    end-if
    if rf-q-cancel-date(rf-queue-count) not numeric
        move 0 to rf-q-cancel-date(rf-queue-count)
    end-if.
7300-exit.
    exit.
*> ------------------------------------------------------------
*> 7500-LOAD-STOCK -- chkstock.dat into the table.  no file
*> means no stock has been loaded -- nothing can be posted.
*> ------------------------------------------------------------
7500-load-stock.
    move 0 to rf-stock-count
    move "N" to rf-stock-eof-sw
    open input stockf
    if rf-stockf-not-found
        go to 7500-exit
    end-if
    if not rf-stockf-ok
        perform 9500-stockf-error thru 9500-exit
    end-if
    perform 7510-load-one-range thru 7510-exit
        until rf-stock-eof
    close stockf.
7500-exit.
    exit.
7510-load-one-range.
    read stockf
        at end
            set rf-stock-eof to true
        not at end
            if rf-stock-count not < 200
                display "more than 200 ranges on chkstock.dat - "
                    "raise rf-stock-table's size before continuing"
                stop run
            end-if
            add 1 to rf-stock-count
            move check-stock-rec to rf-stock-entry(rf-stock-count)
    end-read
    if not rf-stockf-ok and not rf-stock-eof
        perform 9500-stockf-error thru 9500-exit
    end-if.
7510-exit.
    exit.
*> ------------------------------------------------------------
*> 7600-REWRITE-STOCK -- the whole table back out as the new
*> chkstock.dat, each range's next number moved past the
*> checks drawn this run.
*> ------------------------------------------------------------
7600-rewrite-stock.
    open output stockf
    if not rf-stockf-ok
        perform 9500-stockf-error thru 9500-exit
    end-if
    move 0 to rf-stock-sub
    perform 7610-write-one-range thru 7610-exit
        until rf-stock-sub not < rf-stock-count
    close stockf.
7600-exit.
    exit.
7610-write-one-range.
    add 1 to rf-stock-sub
    move rf-stock-entry(rf-stock-sub) to check-stock-rec
    write check-stock-rec
    if not rf-stockf-ok
        perform 9500-stockf-error thru 9500-exit
    end-if.
7610-exit.
    exit.
*> ------------------------------------------------------------
*> 7700-OPEN-PAY-FILE -- today's positive-pay file, added to if
*> an earlier run today already started it.
*> ------------------------------------------------------------
7700-open-pay-file.
    move rf-run-date to rf-pay-name-date
    open extend payf
    if rf-payf-not-found
        open output payf
    end-if
    if not rf-payf-ok
        perform 9400-payf-error thru 9400-exit
    end-if
    set rf-pay-open to true.
7700-exit.
    exit.
*> ------------------------------------------------------------
*> 7800-CLOSE-PAY-FILE -- the trailer the bank proves this
*> run's lines to, then close.
*> ------------------------------------------------------------
7800-close-pay-file.
    move spaces to pos-pay-rec
    set py-trailer to true
    move rf-pay-count to py-t-count
    move rf-pay-issue-total to py-t-issue-total
    move rf-pay-void-total to py-t-void-total
    write pos-pay-rec
    if not rf-payf-ok
        perform 9400-payf-error thru 9400-exit
    end-if
    close payf
    move "N" to rf-pay-open-sw.
7800-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-REWRITE-QUEUE -- the whole table back out as the new
*> refundq.dat, decisions and postings included.
*> ------------------------------------------------------------
    stop run.
9200-exit.
    exit.
*> ------------------------------------------------------------
*> 9400-PAYF-ERROR -- a positive-pay file operation came back
*> with a file status none of the callers know how to handle.
*> the bank must not be sent a file in an unknown state.
*> ------------------------------------------------------------
9400-payf-error.
    display rf-pay-file-name " file error - status "
        rf-payf-status
    display "refund terminating - send the bank nothing until "
        "the positive-pay file is checked"
    stop run.
9400-exit.
    exit.
*> ------------------------------------------------------------
*> 9500-STOCKF-ERROR -- a chkstock.dat operation came back with
*> a file status none of the callers know how to handle.
*> ------------------------------------------------------------
9500-stockf-error.
    display "chkstock.dat file error - status "
        rf-stockf-status
    display "refund terminating"
    stop run.
9500-exit.
    exit.
*> ------------------------------------------------------------
*> 9300-CUSTADDR-ERROR -- a custaddr operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9300-custaddr-error.
    display "custaddr.dat file error - status "
        rf-custaddr-status
    display "refund terminating"
    stop run.
9300-exit.
    exit.
