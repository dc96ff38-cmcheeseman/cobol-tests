       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. nsfrtn.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Imports the bank's
*>   10/15/2026  TB    returned-item file (returns.dat) -- one
*>   10/15/2026  TB    detail line per payment the bank sent back
*>   10/15/2026  TB    unpaid, with our customer id, the amount,
*>   10/15/2026  TB    the date it was first deposited, the date
*>   10/15/2026  TB    it came back and the bank's return reason,
*>   10/15/2026  TB    and a trailer with the total and count --
*>   10/15/2026  TB    and reverses each one.  The file is proved
*>   10/15/2026  TB    to its trailer before anything is posted,
*>   10/15/2026  TB    the same as LOCKBOX.  A return is matched
*>   10/15/2026  TB    to the original "P" record by customer,
*>   10/15/2026  TB    deposit date and amount; one that matches
*>   10/15/2026  TB    nothing, or was reversed already, goes on
*>   10/15/2026  TB    the nsfrej.lst exceptions listing.
*>   10/15/2026  TB    A matched payment is reversed by:
*>   10/15/2026  TB    taking back what it applied -- the
*>   10/15/2026  TB    charges cashapp.dat says it paid have
*>   10/15/2026  TB    their FPAID-AMOUNT lowered so they are open
*>   10/15/2026  TB    and age again on AGEDRPT (an application
*>   10/15/2026  TB    made before the ledger was kept is taken
*>   10/15/2026  TB    back from the customer's most recently
*>   10/15/2026  TB    dated paid charges); posting an "N"
*>   10/15/2026  TB    reversal dated the return date, which the
*>   10/15/2026  TB    payment is applied against in full so
*>   10/15/2026  TB    neither is left open; and posting a "K"
*>   10/15/2026  TB    returned-check fee at the flat fee in
*>   10/15/2026  TB    force on rates.dat (no fee for a customer
*>   10/15/2026  TB    written off as bad debt).  Every reversal
*>   10/15/2026  TB    is listed on nsfrtn.lst with the charges
*>   10/15/2026  TB    it reopened, the payment's change goes on
*>   10/15/2026  TB    audit.dat under NSFRTN, and the run leaves
*>   10/15/2026  TB    one outfctl.dat control line per return
*>   10/15/2026  TB    date so the day still balances.
*>   10/15/2026  TB    A return dated in an accounting period
*>   10/15/2026  TB    closed through PERIODMNT is posted on the
*>   10/15/2026  TB    first open day PERIODCK hands back; the
*>   10/15/2026  TB    register notes the bank's own date.
*>   10/15/2026  TB    The new FCHECK-NUMBER on FDATREC is
*>   10/15/2026  TB    written as zero.
*>   10/15/2026  TB    The reference on a returns.dat detail is
*>   10/15/2026  TB    our six-digit customer id now (see
*>   10/15/2026  TB    FDATREC.CPY); the line grew from 33 to 35
*>   10/15/2026  TB    wide, and the register and exception
*>   10/15/2026  TB    listings widened the id column to match.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    The reversal and the fee carry the job id
*>   10/15/2026  TB    NSFRTN as who posted them (FOPER-ID, see
*>   10/15/2026  TB    FDATREC.CPY).  The audit image is 130
*>   10/15/2026  TB    bytes.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select retf assign to "RETURNS.DAT"
        organization is line sequential
        access is sequential
        file status is nr-retf-status.
    select custmast assign to "CUSTMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is cm-fidnum
        file status is nr-custmast-status.
    select outf assign to "OUTF.DAT"
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        lock mode is exclusive
        file status is nr-outf-status.
    select cashapp assign to "CASHAPP.DAT"
        organization is line sequential
        access is sequential
        file status is nr-cashapp-status.
    select ratef assign to "RATES.DAT"
        organization is line sequential
        access is sequential
        file status is nr-ratef-status.
    select outfctl assign to "OUTFCTL.DAT"
        organization is line sequential
        access is sequential
        file status is nr-outfctl-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is nr-auditf-status.
    select regout assign to "NSFRTN.LST"
        organization is line sequential
        file status is nr-regout-status.
    select rejout assign to "NSFREJ.LST"
        organization is line sequential
        file status is nr-rejout-status.
data division.
file section.
*> ------------------------------------------------------------
*> retf -- the bank's returned-item file, read as plain text
*> the way LOCKBOX reads lockbox.dat.  "D" details carry the
*> reference (our id), the amount in whole cents, the original
*> deposit date, the return date and the bank's reason code;
*> the "T" trailer carries the total in cents and the count.
*> ------------------------------------------------------------
fd retf.
01 ret-rec.
   02 ri-rec-type pic x(01).
      88 ri-detail value "D".
      88 ri-trailer value "T".
   02 ri-rest pic x(34).
01 ret-detail redefines ret-rec.
   02 filler pic x(01).
   02 ri-ref pic x(06).
   02 ri-amount pic x(09).
   02 ri-deposit-date pic x(08).
   02 ri-return-date pic x(08).
   02 ri-return-code pic x(03).
01 ret-trailer redefines ret-rec.
   02 filler pic x(01).
   02 ri-total pic x(11).
   02 ri-count pic x(06).
   02 filler pic x(17).
fd custmast.
    copy CUSTMAST.
fd outf.
    copy FDATREC.
fd cashapp.
    copy CASHAPP.
fd ratef.
    copy RATEREC.
fd outfctl.
    copy OUTFCTL.
fd auditf.
    copy AUDITREC.
fd regout.
01 reg-line pic x(100).
fd rejout.
01 rej-line pic x(100).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 nr-retf-status pic x(02) value "00".
   88 nr-retf-ok value "00".
   88 nr-retf-not-found value "35".
01 nr-custmast-status pic x(02) value "00".
   88 nr-custmast-ok value "00".
   88 nr-custmast-not-found value "35".
   88 nr-custmast-key-not-found
                               value "23".
01 nr-outf-status pic x(02) value "00".
   88 nr-outf-ok value "00" "02".
   88 nr-outf-not-found value "35".
   88 nr-outf-dup-key value "22".
   88 nr-outf-key-not-found value "23".
   88 nr-outf-locked value "61".
01 nr-cashapp-status pic x(02) value "00".
   88 nr-cashapp-ok value "00".
   88 nr-cashapp-not-found value "35".
01 nr-ratef-status pic x(02) value "00".
   88 nr-ratef-ok value "00".
   88 nr-ratef-not-found value "35".
01 nr-outfctl-status pic x(02) value "00".
   88 nr-outfctl-ok value "00".
01 nr-auditf-status pic x(02) value "00".
   88 nr-auditf-ok value "00".
01 nr-regout-status pic x(02) value "00".
01 nr-rejout-status pic x(02) value "00".
01 nr-switches.
   02 nr-eof-sw pic x value "N".
      88 nr-eof value "Y".
   02 nr-trailer-sw pic x value "N".
      88 nr-trailer-seen value "Y".
   02 nr-rate-eof-sw pic x value "N".
      88 nr-rate-eof value "Y".
   02 nr-app-eof-sw pic x value "N".
      88 nr-app-eof value "Y".
   02 nr-scan-eof-sw pic x value "N".
      88 nr-scan-eof value "Y".
   02 nr-reversed-sw pic x value "N".
      88 nr-already-reversed value "Y".
   02 nr-found-sw pic x value "N".
      88 nr-found value "Y".
*> ------------------------------------------------------------
*> the details loaded in pass 1.  the whole file is held so the
*> trailer proof can run before a single reversal is posted.
*> 200 returns in one day would be a very bad day.
*> ------------------------------------------------------------
01 nr-det-count pic 9(04) comp value 0.
01 nr-det-sub pic 9(04) comp value 0.
01 nr-det-table.
   02 nr-det-entry occurs 200 times.
      03 nr-d-ref pic x(06).
      03 nr-d-amount pic 9(07)v99.
      03 nr-d-deposit-date pic 9(08).
      03 nr-d-return-date pic 9(08).
      03 nr-d-bank-date pic 9(08).
      03 nr-d-return-code pic x(03).
      03 nr-d-status pic x(01).
         88 nr-d-good value "G".
         88 nr-d-bad value "B".
      03 nr-d-reason pic x(40).
*> ------------------------------------------------------------
*> numeric work views of the text fields
*> ------------------------------------------------------------
01 nr-amount-work pic x(09).
01 nr-amount-cents redefines nr-amount-work pic 9(09).
01 nr-total-work pic x(11).
01 nr-total-cents redefines nr-total-work pic 9(11).
01 nr-count-work pic x(06).
01 nr-count-num redefines nr-count-work pic 9(06).
01 nr-work-fidnum pic 9(06) value 0.
*> ------------------------------------------------------------
*> trailer figures and the file-side sums proved against them
*> ------------------------------------------------------------
01 nr-returned-total pic 9(09)v99 value 0.
01 nr-returned-count pic 9(06) value 0.
01 nr-file-total pic 9(09)v99 value 0.
*> ------------------------------------------------------------
*> the returned-check fee in force on the run date, picked off
*> rates.dat the way FINCHG picks its percentage.  zero means no
*> fee is posted.
*> ------------------------------------------------------------
01 nr-run-date pic 9(08) value 0.
01 nr-open-date pic 9(08) value 0.
01 nr-redirect-count pic 9(06) comp value 0.
01 nr-picked-date pic 9(08) value 0.
01 nr-nsf-fee pic 9(03)v99 value 0.
*> ------------------------------------------------------------
*> the job id stamped on every record this run posts to
*> outf.dat (see FDATREC.CPY).
*> ------------------------------------------------------------
01 nr-job-id pic x(08) value "NSFRTN".
*> ------------------------------------------------------------
*> the payment being reversed.  applied is what its
*> FPAID-AMOUNT said it had paid off; reopened is how much of
*> that went back onto charges; whatever could not be reopened
*> (a charge since archived off the file) is left open on the
*> reversal itself, so the customer still owes the whole
*> returned amount one way or the other.
*> ------------------------------------------------------------
01 nr-pay-total pic s9(07)v99 value 0.
01 nr-pay-applied pic s9(07)v99 value 0.
01 nr-pay-branch pic x(03) value spaces.
01 nr-ledger-applied pic s9(07)v99 value 0.
01 nr-reopened pic s9(07)v99 value 0.
01 nr-unwind-left pic s9(07)v99 value 0.
01 nr-left-open pic s9(07)v99 value 0.
01 nr-move-amount pic s9(07)v99 value 0.
01 nr-fee-posted pic s9(07)v99 value 0.
01 nr-audit-before pic x(130) value spaces.
*> ------------------------------------------------------------
*> what cashapp.dat says the payment still has applied, netted
*> per charge (an application already taken back nets to zero).
*> ------------------------------------------------------------
01 nr-lg-count pic 9(04) comp value 0.
01 nr-lg-sub pic 9(04) comp value 0.
01 nr-ledger-table.
   02 nr-lg-entry occurs 100 times.
      03 nr-l-chg-date pic 9(08).
      03 nr-l-chg-type pic x(01).
      03 nr-l-net pic s9(07)v99.
*> ------------------------------------------------------------
*> the customer's paid-off debits, gathered in FKEY (entry-date)
*> order and walked from the end, for applications made before
*> cashapp.dat was kept.
*> ------------------------------------------------------------
01 nr-uw-count pic 9(04) comp value 0.
01 nr-uw-sub pic 9(04) comp value 0.
01 nr-unwind-table.
   02 nr-uw-entry occurs 200 times.
      03 nr-u-entry-date pic 9(08).
      03 nr-u-tran-type pic x(01).
*> ------------------------------------------------------------
*> run totals
*> ------------------------------------------------------------
01 nr-reversed-count pic 9(06) comp value 0.
01 nr-reversed-total pic s9(11)v99 value 0.
01 nr-reopen-count pic 9(06) comp value 0.
01 nr-reopened-total pic s9(11)v99 value 0.
01 nr-fee-count pic 9(06) comp value 0.
01 nr-fee-total pic s9(11)v99 value 0.
01 nr-except-count pic 9(06) comp value 0.
01 nr-except-total pic s9(11)v99 value 0.
*> ------------------------------------------------------------
*> per-return-date control buckets.  the reversal and fee are
*> dated the return date, and BALANCE matches outfctl.dat lines
*> to entry dates, so the run keeps one slot per distinct return
*> date -- each with the per-branch buckets -- the way LOCKBOX
*> keeps one per deposit date.
*> ------------------------------------------------------------
01 nr-ctl-count pic 9(02) comp value 0.
01 nr-ctl-sub pic 9(02) comp value 0.
01 nr-ctl-found-sw pic x(01) value "N".
   88 nr-ctl-found value "Y".
01 nr-branch-sub pic 9(02) comp value 0.
01 nr-branch-found-sw pic x(01) value "N".
   88 nr-branch-found value "Y".
01 nr-ctl-table.
   02 nr-ctl-entry occurs 10 times.
      03 nr-c-date pic 9(08).
      03 nr-c-count pic 9(06).
      03 nr-c-amount pic s9(09)v99.
      03 nr-c-brused pic 9(02) comp.
      03 nr-c-branch-entry occurs 5 times.
         04 nr-cb-code pic x(03).
         04 nr-cb-count pic 9(06).
         04 nr-cb-amount pic s9(09)v99.
*> ------------------------------------------------------------
*> register lines
*> ------------------------------------------------------------
01 nr-heading-1.
   02 filler pic x(36) value
      "RETURNED PAYMENTS REVERSED - RUN OF ".
   02 nr-h-date pic 9(08).
01 nr-heading-2.
   02 filler pic x(100) value
      "  ID      NAME               DEPOSIT  RETURNED RSN         AMOUNT       REOPENED            FEE".
01 nr-reg-line.
   02 filler pic x(02) value spaces.
   02 nr-g-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 nr-g-name pic x(18).
   02 filler pic x(01) value space.
   02 nr-g-deposit-date pic 9(08).
   02 filler pic x(01) value space.
   02 nr-g-return-date pic 9(08).
   02 filler pic x(01) value space.
   02 nr-g-code pic x(03).
   02 filler pic x(01) value space.
   02 nr-g-amount pic $$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 nr-g-reopened pic $$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 nr-g-fee pic $$,$$$,$$9.99-.
01 nr-sub-line.
   02 filler pic x(08) value spaces.
   02 nr-s-label pic x(26).
   02 nr-s-date pic 9(08).
   02 filler pic x(06) value " type ".
   02 nr-s-type pic x(01).
   02 filler pic x(02) value spaces.
   02 nr-s-amount pic $$,$$$,$$9.99-.
01 nr-note-line.
   02 filler pic x(08) value spaces.
   02 nr-n-text pic x(43).
   02 nr-n-amount pic $$,$$$,$$9.99-.
01 nr-total-line.
   02 nr-t-label pic x(30).
   02 nr-t-count pic zzz,zz9.
   02 filler pic x(01) value space.
   02 nr-t-amount pic $$,$$$,$$$,$$9.99-.
*> ------------------------------------------------------------
*> exceptions-listing lines
*> ------------------------------------------------------------
01 nr-rej-heading.
   02 filler pic x(48) value
      "RETURNED ITEMS NOT REVERSED - WORK THESE BY HAND".
01 nr-rej-line.
   02 filler pic x(02) value spaces.
   02 nr-r-ref pic x(06).
   02 filler pic x(09) value "  amount ".
   02 nr-r-amount pic $$,$$$,$$9.99.
   02 filler pic x(12) value "  deposited ".
   02 nr-r-deposit-date pic 9(08).
   02 filler pic x(11) value "  returned ".
   02 nr-r-return-date pic 9(08).
   02 filler pic x(03) value " - ".
   02 nr-r-reason pic x(40).
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- load and validate, prove the trailer, pick
*> the fee, and only then reverse.
*> ------------------------------------------------------------
0000-mainline.
    accept nr-run-date from date yyyymmdd
    perform 1000-load-bank-file thru 1000-exit
    perform 2000-prove-trailer thru 2000-exit
    perform 2500-pick-nsf-fee thru 2500-exit
    perform 3000-post-returns thru 3000-exit
    perform 5000-write-run-control thru 5000-exit
    display "returned-item import complete"
    display "  payments reversed : " nr-reversed-count
    display "  amount reversed   : " nr-reversed-total
    display "  charges reopened  : " nr-reopened-total
    display "  fees posted       : " nr-fee-count
    display "  fee amount        : " nr-fee-total
    display "  exceptions listed : " nr-except-count
    display "  exception amount  : " nr-except-total
    display "  closed-period moves: " nr-redirect-count
    display "reversals on NSFRTN.LST"
    display "exceptions on NSFREJ.LST"
    stop run.
*> ------------------------------------------------------------
*> 1000-LOAD-BANK-FILE -- the whole file into the table, each
*> detail validated as it loads.  a garbled line is marked bad
*> with its reason and still counts toward the trailer proof --
*> the bank says it returned it.
*> ------------------------------------------------------------
1000-load-bank-file.
    open input retf
    if nr-retf-not-found
        display "returns.dat not found - no returned items "
            "to import"
        stop run
    end-if
    if not nr-retf-ok
        perform 9400-retf-error thru 9400-exit
    end-if
    open input custmast
    if nr-custmast-not-found
        display "custmast.dat not found - set customers up "
            "with custmnt first"
        stop run
    end-if
    if not nr-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    perform 1100-load-one-line thru 1100-exit
        until nr-eof
    close retf
    if nr-det-count = 0
        display "no detail lines on returns.dat - "
            "nothing to reverse"
        stop run
    end-if
    if not nr-trailer-seen
        display "returns.dat has no trailer - file is "
            "incomplete, nothing posted"
        move 8 to return-code
        stop run
    end-if.
1000-exit.
    exit.
1100-load-one-line.
    read retf
        at end
            set nr-eof to true
        not at end
            evaluate true
                when ri-detail
                    perform 1200-load-one-detail thru 1200-exit
                when ri-trailer
                    perform 1300-take-trailer thru 1300-exit
                when other
                    display "unrecognized record type '"
                        ri-rec-type "' on returns.dat - "
                        "file is suspect, nothing posted"
                    move 8 to return-code
                    stop run
            end-evaluate
    end-read.
1100-exit.
    exit.
1200-load-one-detail.
    if nr-det-count not < 200
        display "more than 200 returned items - raise "
            "nr-det-table's size before continuing"
        stop run
    end-if
    add 1 to nr-det-count
    move ri-ref to nr-d-ref(nr-det-count)
    move ri-return-code to nr-d-return-code(nr-det-count)
    move spaces to nr-d-reason(nr-det-count)
    move "G" to nr-d-status(nr-det-count)
    move 0 to nr-d-deposit-date(nr-det-count)
    move 0 to nr-d-return-date(nr-det-count)
    move 0 to nr-d-bank-date(nr-det-count)
    move ri-amount to nr-amount-work
    if nr-amount-work not numeric
        move "B" to nr-d-status(nr-det-count)
        move "amount not numeric" to nr-d-reason(nr-det-count)
        move 0 to nr-d-amount(nr-det-count)
        go to 1200-exit
    end-if
    compute nr-d-amount(nr-det-count) = nr-amount-cents / 100
    add nr-d-amount(nr-det-count) to nr-file-total
    if ri-deposit-date not numeric
        move "B" to nr-d-status(nr-det-count)
        move "deposit date not numeric"
            to nr-d-reason(nr-det-count)
        go to 1200-exit
    end-if
    move ri-deposit-date to nr-d-deposit-date(nr-det-count)
    if ri-return-date not numeric
        move "B" to nr-d-status(nr-det-count)
        move "return date not numeric"
            to nr-d-reason(nr-det-count)
        go to 1200-exit
    end-if
    move ri-return-date to nr-d-bank-date(nr-det-count)
    call "PERIODCK" using nr-d-bank-date(nr-det-count),
        nr-open-date
    move nr-open-date to nr-d-return-date(nr-det-count)
    if ri-ref not numeric
        move "B" to nr-d-status(nr-det-count)
        move "reference is not a customer id"
            to nr-d-reason(nr-det-count)
        go to 1200-exit
    end-if
    move ri-ref to nr-work-fidnum
    move nr-work-fidnum to cm-fidnum
    read custmast
        invalid key
            move "B" to nr-d-status(nr-det-count)
            move "not on customer master"
                to nr-d-reason(nr-det-count)
    end-read
    if not nr-custmast-ok and not nr-custmast-key-not-found
        perform 9100-custmast-error thru 9100-exit
    end-if.
1200-exit.
    exit.
1300-take-trailer.
    set nr-trailer-seen to true
    move ri-total to nr-total-work
    move ri-count to nr-count-work
    if nr-total-work not numeric
            or nr-count-work not numeric
        display "returns.dat trailer is garbled - nothing "
            "posted"
        move 8 to return-code
        stop run
    end-if
    compute nr-returned-total = nr-total-cents / 100
    move nr-count-num to nr-returned-count.
1300-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-PROVE-TRAILER -- every item the bank sent, good and bad
*> alike, must add to the trailer's total and count before a
*> single reversal is posted.
*> ------------------------------------------------------------
2000-prove-trailer.
    if nr-det-count not = nr-returned-count
            or nr-file-total not = nr-returned-total
        display "*** RETURNED-ITEM FILE DOES NOT PROVE - "
            "NOTHING POSTED ***"
        display "  trailer says " nr-returned-count
            " item(s) totaling " nr-returned-total
        display "  file reads   " nr-det-count
            " item(s) totaling " nr-file-total
        display "get a fresh file from the bank"
        move 8 to return-code
        stop run
    end-if
    display "returned-item file proves to its trailer - "
        nr-det-count " item(s) totaling " nr-file-total.
2000-exit.
    exit.
*> ------------------------------------------------------------
*> 2500-PICK-NSF-FEE -- the set on rates.dat with the latest
*> effective date on or before the run date.  no file, or a set
*> keyed before the fee existed, means no fee.
*> ------------------------------------------------------------
2500-pick-nsf-fee.
    move 0 to nr-picked-date
    move 0 to nr-nsf-fee
    open input ratef
    if nr-ratef-not-found
        display "rates.dat not found - no returned-check fee "
            "will be posted"
        go to 2500-exit
    end-if
    if not nr-ratef-ok
        perform 9300-ratef-error thru 9300-exit
    end-if
    perform 2600-scan-one-rate thru 2600-exit
        until nr-rate-eof
    close ratef
    if nr-nsf-fee = 0
        display "no returned-check fee in force - none "
            "will be posted"
    end-if.
2500-exit.
    exit.
2600-scan-one-rate.
    read ratef
        at end
            set nr-rate-eof to true
        not at end
            if rt-effective-date not > nr-run-date
                    and rt-effective-date > nr-picked-date
                move rt-effective-date to nr-picked-date
                if rt-nsf-fee numeric
                    move rt-nsf-fee to nr-nsf-fee
                else
                    move 0 to nr-nsf-fee
                end-if
            end-if
    end-read
    if not nr-ratef-ok and not nr-rate-eof
        perform 9300-ratef-error thru 9300-exit
    end-if.
2600-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-POST-RETURNS -- each good item matched and reversed,
*> everything else onto the exceptions listing.
*> ------------------------------------------------------------
3000-post-returns.
    open i-o outf
    if nr-outf-locked
        display "outf.dat is in use by another user - "
            "try again later"
        stop run
    end-if
    if nr-outf-not-found
        display "outf.dat not found - no payments on file "
            "to reverse"
        stop run
    end-if
    if not nr-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    open output regout
    move nr-run-date to nr-h-date
    move nr-heading-1 to reg-line
    write reg-line
    move nr-heading-2 to reg-line
    write reg-line
    open output rejout
    move nr-rej-heading to rej-line
    write rej-line
    move 0 to nr-det-sub
    perform 3100-post-one-return thru 3100-exit
        until nr-det-sub not < nr-det-count
    if nr-reversed-count = 0
        move "  (none)" to reg-line
        write reg-line
    else
        move spaces to reg-line
        write reg-line
        move "PAYMENTS REVERSED:" to nr-t-label
        move nr-reversed-count to nr-t-count
        move nr-reversed-total to nr-t-amount
        move nr-total-line to reg-line
        write reg-line
        move "CHARGES REOPENED:" to nr-t-label
        move nr-reopen-count to nr-t-count
        move nr-reopened-total to nr-t-amount
        move nr-total-line to reg-line
        write reg-line
        move "RETURNED-CHECK FEES POSTED:" to nr-t-label
        move nr-fee-count to nr-t-count
        move nr-fee-total to nr-t-amount
        move nr-total-line to reg-line
        write reg-line
    end-if
    if nr-except-count = 0
        move "  (none)" to rej-line
        write rej-line
    end-if
    close rejout
    close regout
    close outf
    if not nr-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    close custmast.
3000-exit.
    exit.
*> ------------------------------------------------------------
*> 3100-POST-ONE-RETURN -- match the item to its payment, make
*> sure it has not been reversed already, then take back what
*> it applied, close it against an "N" reversal and post the
*> fee.  nothing is changed until every check has passed.
*> ------------------------------------------------------------
3100-post-one-return.
    add 1 to nr-det-sub
    if nr-d-bad(nr-det-sub)
        perform 3900-list-exception thru 3900-exit
        go to 3100-exit
    end-if
    move nr-d-ref(nr-det-sub) to nr-work-fidnum
    move nr-work-fidnum to cm-fidnum
    read custmast
        invalid key
            move "vanished off the master mid-run"
                to nr-d-reason(nr-det-sub)
            perform 3900-list-exception thru 3900-exit
            go to 3100-exit
    end-read
    if not nr-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    move nr-work-fidnum to fidnum
    move nr-d-deposit-date(nr-det-sub) to fentry-date
    move "P" to ftran-type
    read outf
        invalid key
            move "no payment on file for that deposit date"
                to nr-d-reason(nr-det-sub)
            perform 3900-list-exception thru 3900-exit
            go to 3100-exit
    end-read
    if not nr-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    if ftotal not = nr-d-amount(nr-det-sub)
        move "amount differs from the payment on file"
            to nr-d-reason(nr-det-sub)
        perform 3900-list-exception thru 3900-exit
        go to 3100-exit
    end-if
    move ftotal to nr-pay-total
    move fpaid-amount to nr-pay-applied
    move fbranch-code to nr-pay-branch
    perform 3200-scan-ledger thru 3200-exit
    if nr-already-reversed
        move "payment was reversed on an earlier run"
            to nr-d-reason(nr-det-sub)
        perform 3900-list-exception thru 3900-exit
        go to 3100-exit
    end-if
    move nr-work-fidnum to fidnum
    move nr-d-return-date(nr-det-sub) to fentry-date
    move "N" to ftran-type
    move "N" to nr-found-sw
    read outf
        invalid key
            move "N" to nr-found-sw
        not invalid key
            set nr-found to true
    end-read
    if not nr-outf-ok and not nr-outf-key-not-found
        perform 9000-outf-error thru 9000-exit
    end-if
    if nr-found
        move "a return is already posted for that date"
            to nr-d-reason(nr-det-sub)
        perform 3900-list-exception thru 3900-exit
        go to 3100-exit
    end-if
    move nr-work-fidnum to nr-g-idnum
    move cm-cname to nr-g-name
    move nr-d-deposit-date(nr-det-sub) to nr-g-deposit-date
    move nr-d-return-date(nr-det-sub) to nr-g-return-date
    move nr-d-return-code(nr-det-sub) to nr-g-code
    move nr-pay-total to nr-g-amount
    move 0 to nr-reopened
    open extend cashapp
    if nr-cashapp-not-found
        open output cashapp
    end-if
    if not nr-cashapp-ok
        perform 9200-cashapp-error thru 9200-exit
    end-if
    move 0 to nr-lg-sub
    perform 3300-reopen-one-ledger-charge thru 3300-exit
        until nr-lg-sub not < nr-lg-count
    compute nr-unwind-left = nr-pay-applied - nr-ledger-applied
    if nr-unwind-left > 0
        perform 3400-unwind-newest-first thru 3400-exit
    end-if
    compute nr-left-open = nr-pay-applied - nr-reopened
    perform 3500-close-payment thru 3500-exit
    perform 3600-post-reversal thru 3600-exit
    close cashapp
    perform 3700-post-fee thru 3700-exit
    add 1 to nr-reversed-count
    add nr-pay-total to nr-reversed-total
    add nr-reopened to nr-reopened-total
    move nr-reopened to nr-g-reopened
    move nr-fee-posted to nr-g-fee
    move nr-reg-line to reg-line
    write reg-line
    perform 3800-list-notes thru 3800-exit
    if nr-d-bank-date(nr-det-sub) not = nr-d-return-date(nr-det-sub)
        add 1 to nr-redirect-count
        move spaces to nr-note-line
        string "bank dated " delimited by size
            nr-d-bank-date(nr-det-sub) delimited by size
            " - that period is closed" delimited by size
            into nr-n-text
        move 0 to nr-n-amount
        move nr-note-line to reg-line
        write reg-line
    end-if.
3100-exit.
    exit.
*> ------------------------------------------------------------
*> 3200-SCAN-LEDGER -- read cashapp.dat front to back for this
*> payment's lines, netting them per charge.  a line against an
*> "N" record means the payment has been reversed before.  no
*> ledger at all just means everything it applied predates it.
*> ------------------------------------------------------------
3200-scan-ledger.
    move 0 to nr-lg-count
    move 0 to nr-ledger-applied
    move "N" to nr-reversed-sw
    move "N" to nr-app-eof-sw
    open input cashapp
    if nr-cashapp-not-found
        go to 3200-exit
    end-if
    if not nr-cashapp-ok
        perform 9200-cashapp-error thru 9200-exit
    end-if
    perform 3210-scan-one-line thru 3210-exit
        until nr-app-eof
    close cashapp.
3200-exit.
    exit.
3210-scan-one-line.
    read cashapp
        at end
            set nr-app-eof to true
            go to 3210-exit
    end-read
    if not nr-cashapp-ok
        perform 9200-cashapp-error thru 9200-exit
    end-if
    if ap-fidnum not = nr-work-fidnum
            or ap-pay-date not = nr-d-deposit-date(nr-det-sub)
            or ap-pay-type not = "P"
        go to 3210-exit
    end-if
    if ap-chg-type = "N"
        set nr-already-reversed to true
        go to 3210-exit
    end-if
    add ap-amount to nr-ledger-applied
    move "N" to nr-found-sw
    move 0 to nr-lg-sub
    perform 3220-check-one-entry thru 3220-exit
        until nr-lg-sub not < nr-lg-count or nr-found
    if not nr-found
        if nr-lg-count not < 100
            display "more than 100 charges paid by one payment "
                "- raise nr-ledger-table's size before "
                "continuing"
            stop run
        end-if
        add 1 to nr-lg-count
        move nr-lg-count to nr-lg-sub
        move ap-chg-date to nr-l-chg-date(nr-lg-sub)
        move ap-chg-type to nr-l-chg-type(nr-lg-sub)
        move 0 to nr-l-net(nr-lg-sub)
    end-if
    add ap-amount to nr-l-net(nr-lg-sub).
3210-exit.
    exit.
3220-check-one-entry.
    add 1 to nr-lg-sub
    if nr-l-chg-date(nr-lg-sub) = ap-chg-date
            and nr-l-chg-type(nr-lg-sub) = ap-chg-type
        set nr-found to true
    end-if.
3220-exit.
    exit.
*> ------------------------------------------------------------
*> 3300-REOPEN-ONE-LEDGER-CHARGE -- lower one charge's
*> FPAID-AMOUNT by what this payment still has applied to it,
*> and add the offsetting ledger line.  a charge no longer on
*> outf.dat (archived once paid) cannot be reopened; its share
*> stays open on the reversal instead.
*> ------------------------------------------------------------
3300-reopen-one-ledger-charge.
    add 1 to nr-lg-sub
    if nr-l-net(nr-lg-sub) not > 0
        go to 3300-exit
    end-if
    move nr-work-fidnum to fidnum
    move nr-l-chg-date(nr-lg-sub) to fentry-date
    move nr-l-chg-type(nr-lg-sub) to ftran-type
    read outf
        invalid key
            go to 3300-exit
    end-read
    if not nr-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    move nr-l-net(nr-lg-sub) to nr-move-amount
    if fpaid-amount < nr-move-amount
        move fpaid-amount to nr-move-amount
    end-if
    if nr-move-amount not > 0
        go to 3300-exit
    end-if
    subtract nr-move-amount from fpaid-amount
    rewrite fdat
        invalid key
            display "rewrite failed for customer "
                nr-work-fidnum
            go to 3300-exit
    end-rewrite
    if not nr-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    add nr-move-amount to nr-reopened
    add 1 to nr-reopen-count
    move nr-work-fidnum to ap-fidnum
    move nr-d-deposit-date(nr-det-sub) to ap-pay-date
    move "P" to ap-pay-type
    move fentry-date to ap-chg-date
    move ftran-type to ap-chg-type
    compute ap-amount = 0 - nr-move-amount
    move nr-run-date to ap-apply-date
    set ap-reversed to true
    write cash-app-rec
    if not nr-cashapp-ok
        perform 9200-cashapp-error thru 9200-exit
    end-if
    move "reopened charge of" to nr-s-label
    move fentry-date to nr-s-date
    move ftran-type to nr-s-type
    move nr-move-amount to nr-s-amount
    move nr-sub-line to reg-line
    write reg-line.
3300-exit.
    exit.
*> ------------------------------------------------------------
*> 3400-UNWIND-NEWEST-FIRST -- what the payment applied before
*> cashapp.dat was kept has no ledger lines to follow.  CSHAPPLY
*> pays charges oldest-first, so the last money in went to the
*> latest charges: take it back from the customer's paid-off
*> debits newest-first until it is all back.
*> ------------------------------------------------------------
3400-unwind-newest-first.
    move 0 to nr-uw-count
    move nr-work-fidnum to fidnum
    move 0 to fentry-date
    move low-values to ftran-type
    move "N" to nr-scan-eof-sw
    start outf key is not < fkey
        invalid key
            go to 3400-exit
    end-start
    if not nr-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    perform 3410-gather-one-debit thru 3410-exit
        until nr-scan-eof
    move nr-uw-count to nr-uw-sub
    perform 3420-unwind-one-debit thru 3420-exit
        until nr-uw-sub = 0 or nr-unwind-left not > 0.
3400-exit.
    exit.
3410-gather-one-debit.
    read outf next record
        at end
            set nr-scan-eof to true
            go to 3410-exit
    end-read
    if not nr-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    if fidnum not = nr-work-fidnum
        set nr-scan-eof to true
        go to 3410-exit
    end-if
    if not ftran-debit or fpaid-amount not > 0
        go to 3410-exit
    end-if
    if nr-uw-count not < 200
        display "more than 200 paid debits for customer "
            nr-work-fidnum " - raise nr-unwind-table's size "
            "before continuing"
        stop run
    end-if
    add 1 to nr-uw-count
    move fentry-date to nr-u-entry-date(nr-uw-count)
    move ftran-type to nr-u-tran-type(nr-uw-count).
3410-exit.
    exit.
3420-unwind-one-debit.
    move nr-work-fidnum to fidnum
    move nr-u-entry-date(nr-uw-sub) to fentry-date
    move nr-u-tran-type(nr-uw-sub) to ftran-type
    subtract 1 from nr-uw-sub
    read outf
        invalid key
            go to 3420-exit
    end-read
    if not nr-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    move fpaid-amount to nr-move-amount
    if nr-unwind-left < nr-move-amount
        move nr-unwind-left to nr-move-amount
    end-if
    if nr-move-amount not > 0
        go to 3420-exit
    end-if
    subtract nr-move-amount from fpaid-amount
    rewrite fdat
        invalid key
            display "rewrite failed for customer "
                nr-work-fidnum
            go to 3420-exit
    end-rewrite
    if not nr-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    subtract nr-move-amount from nr-unwind-left
    add nr-move-amount to nr-reopened
    add 1 to nr-reopen-count
    move "reopened (newest first)" to nr-s-label
    move fentry-date to nr-s-date
    move ftran-type to nr-s-type
    move nr-move-amount to nr-s-amount
    move nr-sub-line to reg-line
    write reg-line.
3420-exit.
    exit.
*> ------------------------------------------------------------
*> 3500-CLOSE-PAYMENT -- the payment is now applied in full
*> against its own reversal, so CSHAPPLY never offers its cash
*> again.  the change goes on audit.dat under NSFRTN.
*> ------------------------------------------------------------
3500-close-payment.
    move nr-work-fidnum to fidnum
    move nr-d-deposit-date(nr-det-sub) to fentry-date
    move "P" to ftran-type
    read outf
        invalid key
            display "payment vanished under the run - customer "
                nr-work-fidnum " date "
                nr-d-deposit-date(nr-det-sub)
            perform 9000-outf-error thru 9000-exit
    end-read
    move spaces to nr-audit-before
    move fdat to nr-audit-before
    move ftotal to fpaid-amount
    rewrite fdat
        invalid key
            display "rewrite failed for customer "
                nr-work-fidnum
            go to 3500-exit
    end-rewrite
    if not nr-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move "NSFRTN" to ad-operator
    move "OUTF" to ad-file-name
    move fidnum to ad-fidnum
    move fentry-date to ad-key-date
    move ftran-type to ad-key-type
    move nr-audit-before to ad-before-image
    move spaces to ad-after-image
    move fdat to ad-after-image
    move "RETURNED UNPAID - REVERSED" to ad-reason
    write audit-rec
    if not nr-auditf-ok
        display "warning - audit.dat file error - status "
            nr-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
3500-exit.
    exit.
*> ------------------------------------------------------------
*> 3600-POST-REVERSAL -- the "N" record, a debit for the whole
*> returned amount dated the return date.  the payment is
*> applied against it for everything except what could not be
*> put back on a charge, which is left open here to age.  the
*> application goes on the ledger, marking the payment
*> reversed for any later run.
*> ------------------------------------------------------------
3600-post-reversal.
    move nr-work-fidnum to fidnum
    move nr-d-return-date(nr-det-sub) to fentry-date
    move "N" to ftran-type
    move cm-cname to fcname
    move nr-pay-total to ftotal
    move nr-pay-total to fbase-amount
    perform 3650-fill-posting-fields thru 3650-exit
    compute fpaid-amount = nr-pay-total - nr-left-open
    move nr-pay-branch to fbranch-code
    write fdat
        invalid key
            display "warning - reversal for customer "
                nr-work-fidnum " already on file for "
                fentry-date
            go to 3600-exit
    end-write
    if not nr-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    perform 4000-post-control-totals thru 4000-exit
    move nr-work-fidnum to ap-fidnum
    move nr-d-deposit-date(nr-det-sub) to ap-pay-date
    move "P" to ap-pay-type
    move nr-d-return-date(nr-det-sub) to ap-chg-date
    move "N" to ap-chg-type
    compute ap-amount = nr-pay-total - nr-left-open
    move nr-run-date to ap-apply-date
    set ap-applied to true
    write cash-app-rec
    if not nr-cashapp-ok
        perform 9200-cashapp-error thru 9200-exit
    end-if.
3600-exit.
    exit.
3650-fill-posting-fields.
    move 0 to ftax-amount
    move 0 to fsurch-amount
    accept fentry-time from time
    set fbill-unacked to true
    move spaces to fbill-reason
    move 0 to fpaid-amount
    move cm-branch-code to fbranch-code
    set fdisp-none to true
    move 0 to fdisp-date
    move 0 to fcheck-number
    move nr-job-id to foper-id.
3650-exit.
    exit.
*> ------------------------------------------------------------
*> 3700-POST-FEE -- the "K" returned-check fee, dated the
*> return date.  no fee in force, or a customer written off as
*> bad debt (no new debits), posts none.
*> ------------------------------------------------------------
3700-post-fee.
    move 0 to nr-fee-posted
    if nr-nsf-fee = 0 or cm-written-off
        go to 3700-exit
    end-if
    move nr-work-fidnum to fidnum
    move nr-d-return-date(nr-det-sub) to fentry-date
    move "K" to ftran-type
    move cm-cname to fcname
    move nr-nsf-fee to ftotal
    move nr-nsf-fee to fbase-amount
    perform 3650-fill-posting-fields thru 3650-exit
    write fdat
        invalid key
            go to 3700-exit
    end-write
    if not nr-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    move ftotal to nr-fee-posted
    add 1 to nr-fee-count
    add ftotal to nr-fee-total
    perform 4000-post-control-totals thru 4000-exit.
3700-exit.
    exit.
*> ------------------------------------------------------------
*> 3800-LIST-NOTES -- anything about the reversal the clerk
*> should know, under its register line.
*> ------------------------------------------------------------
3800-list-notes.
    if nr-left-open > 0
        move "not reopened - charge gone, left open here"
            to nr-n-text
        move nr-left-open to nr-n-amount
        move nr-note-line to reg-line
        write reg-line
    end-if
    if nr-fee-posted = 0
        move 0 to nr-n-amount
        evaluate true
            when nr-nsf-fee = 0
                move "no fee - none in force on rates.dat"
                    to nr-n-text
            when cm-written-off
                move "no fee - customer written off as bad debt"
                    to nr-n-text
            when other
                move "no fee - a fee is already on file that day"
                    to nr-n-text
        end-evaluate
        move nr-note-line to reg-line
        write reg-line
    end-if.
3800-exit.
    exit.
3900-list-exception.
    add 1 to nr-except-count
    add nr-d-amount(nr-det-sub) to nr-except-total
    move nr-d-ref(nr-det-sub) to nr-r-ref
    move nr-d-amount(nr-det-sub) to nr-r-amount
    move nr-d-deposit-date(nr-det-sub) to nr-r-deposit-date
    move nr-d-bank-date(nr-det-sub) to nr-r-return-date
    move nr-d-reason(nr-det-sub) to nr-r-reason
    move nr-rej-line to rej-line
    write rej-line.
3900-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-POST-CONTROL-TOTALS -- the record just posted into its
*> return date's slot (opened and cleared on first sight) and
*> the branch bucket inside it.  reversals and fees are debits
*> and net positive.
*> ------------------------------------------------------------
4000-post-control-totals.
    move "N" to nr-ctl-found-sw
    move 0 to nr-ctl-sub
    perform 4010-check-one-date thru 4010-exit
        until nr-ctl-sub not < nr-ctl-count
            or nr-ctl-found
    if not nr-ctl-found
        if nr-ctl-count not < 10
            display "more than 10 return dates on one file - "
                "raise nr-ctl-table's size before continuing"
            stop run
        end-if
        add 1 to nr-ctl-count
        move nr-ctl-count to nr-ctl-sub
        perform 4020-clear-one-slot thru 4020-exit
        move fentry-date to nr-c-date(nr-ctl-sub)
    end-if
    add 1 to nr-c-count(nr-ctl-sub)
    if ftran-debit
        add ftotal to nr-c-amount(nr-ctl-sub)
    else
        subtract ftotal from nr-c-amount(nr-ctl-sub)
    end-if
    perform 4050-post-branch-bucket thru 4050-exit.
4000-exit.
    exit.
4010-check-one-date.
    add 1 to nr-ctl-sub
    if nr-c-date(nr-ctl-sub) = fentry-date
        set nr-ctl-found to true
    end-if.
4010-exit.
    exit.
4020-clear-one-slot.
    move 0 to nr-c-count(nr-ctl-sub)
    move 0 to nr-c-amount(nr-ctl-sub)
    move 0 to nr-c-brused(nr-ctl-sub)
    move 0 to nr-branch-sub
    perform 4030-clear-one-bucket thru 4030-exit
        until nr-branch-sub not < 5.
4020-exit.
    exit.
4030-clear-one-bucket.
    add 1 to nr-branch-sub
    move spaces to nr-cb-code(nr-ctl-sub, nr-branch-sub)
    move 0 to nr-cb-count(nr-ctl-sub, nr-branch-sub)
    move 0 to nr-cb-amount(nr-ctl-sub, nr-branch-sub).
4030-exit.
    exit.
4050-post-branch-bucket.
    move "N" to nr-branch-found-sw
    move 0 to nr-branch-sub
    perform 4060-check-one-branch thru 4060-exit
        until nr-branch-sub not < nr-c-brused(nr-ctl-sub)
            or nr-branch-found
    if not nr-branch-found
        if nr-c-brused(nr-ctl-sub) not < 5
            display "more than 5 branch codes for one return "
                "date - raise the branch buckets before "
                "continuing"
            stop run
        end-if
        add 1 to nr-c-brused(nr-ctl-sub)
        move nr-c-brused(nr-ctl-sub) to nr-branch-sub
        move fbranch-code
            to nr-cb-code(nr-ctl-sub, nr-branch-sub)
    end-if
    add 1 to nr-cb-count(nr-ctl-sub, nr-branch-sub)
    if ftran-debit
        add ftotal
            to nr-cb-amount(nr-ctl-sub, nr-branch-sub)
    else
        subtract ftotal
            from nr-cb-amount(nr-ctl-sub, nr-branch-sub)
    end-if.
4050-exit.
    exit.
4060-check-one-branch.
    add 1 to nr-branch-sub
    if nr-cb-code(nr-ctl-sub, nr-branch-sub) = fbranch-code
        set nr-branch-found to true
    end-if.
4060-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-WRITE-RUN-CONTROL -- one outfctl.dat line per return
*> date posted, dated to it, so BALANCE proves each day against
*> the records carrying it.  a failure here is a warning, same
*> stance as COBTEST's control record.
*> ------------------------------------------------------------
5000-write-run-control.
    if nr-ctl-count = 0
        go to 5000-exit
    end-if
    open extend outfctl
    perform 5100-check-outfctl-status thru 5100-exit
    move 0 to nr-ctl-sub
    perform 5050-write-one-control thru 5050-exit
        until nr-ctl-sub not < nr-ctl-count
    close outfctl
    perform 5100-check-outfctl-status thru 5100-exit.
5000-exit.
    exit.
5050-write-one-control.
    add 1 to nr-ctl-sub
    move nr-c-date(nr-ctl-sub) to oc-run-date
    accept oc-run-time from time
    move nr-c-count(nr-ctl-sub) to oc-record-count
    move nr-c-amount(nr-ctl-sub) to oc-total-amount
    move 0 to nr-branch-sub
    perform 5200-fill-one-branch thru 5200-exit
        until nr-branch-sub not < 5
    write outf-ctl-rec
    perform 5100-check-outfctl-status thru 5100-exit.
5050-exit.
    exit.
5100-check-outfctl-status.
    if not nr-outfctl-ok
        display "warning - outfctl.dat file error - status "
            nr-outfctl-status
        display "run control totals may not be recorded for "
            "this run"
    end-if.
5100-exit.
    exit.
5200-fill-one-branch.
    add 1 to nr-branch-sub
    if nr-branch-sub not > nr-c-brused(nr-ctl-sub)
        move nr-cb-code(nr-ctl-sub, nr-branch-sub)
            to oc-br-code(nr-branch-sub)
        move nr-cb-count(nr-ctl-sub, nr-branch-sub)
            to oc-br-count(nr-branch-sub)
        move nr-cb-amount(nr-ctl-sub, nr-branch-sub)
            to oc-br-amount(nr-branch-sub)
    else
        move spaces to oc-br-code(nr-branch-sub)
        move 0 to oc-br-count(nr-branch-sub)
        move 0 to oc-br-amount(nr-branch-sub)
    end-if.
5200-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-outf-error.
    display "outf.dat file error - status " nr-outf-status
    display "nsfrtn terminating"
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-CUSTMAST-ERROR -- a custmast operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-custmast-error.
    display "custmast.dat file error - status "
        nr-custmast-status
    display "nsfrtn terminating"
    stop run.
9100-exit.
    exit.
*> ------------------------------------------------------------
*> 9200-CASHAPP-ERROR -- a cashapp.dat operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9200-cashapp-error.
    display "cashapp.dat file error - status "
        nr-cashapp-status
    display "nsfrtn terminating"
    stop run.
9200-exit.
    exit.
*> ------------------------------------------------------------
*> 9300-RATEF-ERROR -- a rates.dat operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9300-ratef-error.
    display "rates.dat file error - status " nr-ratef-status
    display "nsfrtn terminating"
    stop run.
9300-exit.
    exit.
*> ------------------------------------------------------------
*> 9400-RETF-ERROR -- a returns.dat operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9400-retf-error.
    display "returns.dat file error - status " nr-retf-status
    display "nsfrtn terminating"
    stop run.
9400-exit.
    exit.
