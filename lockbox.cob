*>   09/01/2026  TB    out of balance whenever the file was
*>   09/01/2026  TB    worked the morning after its deposits, or
*>   09/01/2026  TB    carried more than one deposit date.
*>   10/15/2026  TB    Money from a customer written off as bad
*>   10/15/2026  TB    debt (see WRITEOFF) posts as a recovery,
*>   10/15/2026  TB    not a payment: a type "V" receipt for the
*>   10/15/2026  TB    whole amount and a type "Y" reinstatement
*>   10/15/2026  TB    of as much of the write-off as it covers,
*>   10/15/2026  TB    so the customer's balance nets the same as
*>   10/15/2026  TB    a payment would.  The recovered amount is
*>   10/15/2026  TB    added to the master (audited under
*>   10/15/2026  TB    LOCKBOX) and each recovery is listed on
*>   10/15/2026  TB    lockrcv.lst.  Once the whole write-off is
*>   10/15/2026  TB    recovered, money posts as a payment again.
*>   10/15/2026  TB    The control buckets now net each record by
*>   10/15/2026  TB    its type instead of treating all as
*>   10/15/2026  TB    payments.
*>   10/15/2026  TB    A payment referencing an id CUSTMRG merged
*>   10/15/2026  TB    away is listed with the surviving id so
*>   10/15/2026  TB    the clerk knows where to post it.
*>   10/15/2026  TB    A deposit date in a closed accounting
*>   10/15/2026  TB    period (see PERIODMNT) is posted forward to
*>   10/15/2026  TB    the first open day PERIODCK hands back, and
*>   10/15/2026  TB    each one so moved is listed on lockrdr.lst
*>   10/15/2026  TB    with the bank's date and the date posted.
*>   10/15/2026  TB    The control lines follow the posted date.
*>   10/15/2026  TB    The new FCHECK-NUMBER on FDATREC is
*>   10/15/2026  TB    written as zero.
*>   10/15/2026  TB    The reference on a lockbox.dat detail is
*>   10/15/2026  TB    our six-digit customer id now (see
*>   10/15/2026  TB    FDATREC.CPY), taken out of the filler so
*>   10/15/2026  TB    the line stays 31 wide; the exception,
*>   10/15/2026  TB    redirect and recovery listings widened the
*>   10/15/2026  TB    id column to match.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    Every record posted carries the job id
*>   10/15/2026  TB    LOCKBOX as who posted it (FOPER-ID, see
*>   10/15/2026  TB    FDATREC.CPY).  The audit image is 130
*>   10/15/2026  TB    bytes.
*> ----------------------------------------------------------------
environment division.
input-output section.
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        lock mode is exclusive
        file status is lb-outf-status.
    select outfctl assign to "OUTFCTL.DAT"
    select rejout assign to "LOCKREJ.LST"
        organization is line sequential
        file status is lb-rejout-status.
    select rcvout assign to "LOCKRCV.LST"
        organization is line sequential
        file status is lb-rcvout-status.
    select rdrout assign to "LOCKRDR.LST"
        organization is line sequential
        file status is lb-rdrout-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is lb-auditf-status.
data division.
file section.
*> ------------------------------------------------------------
   02 lk-rest pic x(30).
01 lock-detail redefines lock-rec.
   02 filler pic x(01).
   02 lk-ref pic x(06).
   02 lk-amount pic x(09).
   02 lk-deposit-date pic x(08).
   02 filler pic x(07).
01 lock-trailer redefines lock-rec.
   02 filler pic x(01).
   02 lk-total pic x(11).
    copy OUTFCTL.
fd rejout.
01 rej-line pic x(100).
fd rcvout.
01 rcv-line pic x(100).
fd rdrout.
01 rdr-line pic x(100).
fd auditf.
    copy AUDITREC.
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
   88 lb-custmast-key-not-found
                               value "23".
01 lb-outf-status pic x(02) value "00".
   88 lb-outf-ok value "00" "02".
   88 lb-outf-not-found value "35".
   88 lb-outf-dup-key value "22".
   88 lb-outf-locked value "61".
01 lb-outfctl-status pic x(02) value "00".
   88 lb-outfctl-ok value "00".
01 lb-rejout-status pic x(02) value "00".
01 lb-rcvout-status pic x(02) value "00".
01 lb-rdrout-status pic x(02) value "00".
01 lb-auditf-status pic x(02) value "00".
   88 lb-auditf-ok value "00".
01 lb-switches.
   02 lb-eof-sw pic x value "N".
      88 lb-eof value "Y".
01 lb-det-sub pic 9(04) comp value 0.
01 lb-det-table.
   02 lb-det-entry occurs 500 times.
      03 lb-d-ref pic x(06).
      03 lb-d-amount pic 9(07)v99.
      03 lb-d-deposit-date pic 9(08).
      03 lb-d-bank-date pic 9(08).
      03 lb-d-status pic x(01).
         88 lb-d-good value "G".
         88 lb-d-bad value "B".
01 lb-total-cents redefines lb-total-work pic 9(11).
01 lb-count-work pic x(06).
01 lb-count-num redefines lb-count-work pic 9(06).
01 lb-work-fidnum pic 9(06) value 0.
*> ------------------------------------------------------------
*> closed-period work fields.  a deposit date in a closed month
*> posts under the date PERIODCK hands back; lb-d-bank-date
*> keeps the bank's own date for the listings.
*> ------------------------------------------------------------
01 lb-open-date pic 9(08) value 0.
01 lb-redirect-count pic 9(06) comp value 0.
*> ------------------------------------------------------------
*> the job id stamped on every record this run posts to
*> outf.dat (see FDATREC.CPY).
*> ------------------------------------------------------------
01 lb-job-id pic x(08) value "LOCKBOX".
*> ------------------------------------------------------------
*> trailer figures and the file-side sums proved against them
*> ------------------------------------------------------------
01 lb-except-count pic 9(06) comp value 0.
01 lb-except-total pic s9(11)v99 value 0.
*> ------------------------------------------------------------
*> recovery work fields and totals -- money in from a customer
*> written off as bad debt.  the recovered part is what is left
*> of the write-off, at most the amount received.
*> ------------------------------------------------------------
01 lb-recoverable pic s9(09)v99 value 0.
01 lb-recover-amount pic s9(07)v99 value 0.
01 lb-recovery-count pic 9(06) comp value 0.
01 lb-recovery-total pic s9(11)v99 value 0.
01 lb-reinstated-total pic s9(11)v99 value 0.
01 lb-audit-before pic x(130) value spaces.
*> ------------------------------------------------------------
*> per-deposit-date control buckets.  posted payments keep the
*> bank's deposit date as their entry date, and BALANCE matches
*> outfctl.dat lines to entry dates, so the run accumulates one
      "LOCKBOX IMPORT EXCEPTIONS - WORK THESE".
01 lb-rej-line.
   02 filler pic x(02) value spaces.
   02 lb-r-ref pic x(06).
   02 filler pic x(09) value "  amount ".
   02 lb-r-amount pic $$,$$$,$$9.99.
   02 filler pic x(12) value "  deposited ".
   02 lb-r-date pic 9(08).
   02 filler pic x(03) value " - ".
   02 lb-r-reason pic x(40).
*> ------------------------------------------------------------
*> redirect-listing lines
*> ------------------------------------------------------------
01 lb-rdr-heading-1.
   02 filler pic x(60) value
      "LOCKBOX DEPOSITS DATED IN A CLOSED PERIOD - POSTED FORWARD".
01 lb-rdr-heading-2.
   02 filler pic x(60) value
      "  ID      TYPE        AMOUNT  BANK DATE  POSTED AS".
01 lb-rdr-line.
   02 filler pic x(02) value spaces.
   02 lb-x-ref pic 9(06).
   02 filler pic x(02) value spaces.
   02 lb-x-type pic x(08).
   02 lb-x-amount pic $$,$$$,$$9.99.
   02 filler pic x(02) value spaces.
   02 lb-x-bank-date pic 9(08).
   02 filler pic x(03) value spaces.
   02 lb-x-posted-date pic 9(08).
*> ------------------------------------------------------------
*> recovery-listing lines
*> ------------------------------------------------------------
01 lb-rcv-heading-1.
   02 filler pic x(51) value
      "LOCKBOX RECOVERIES - WRITTEN-OFF CUSTOMERS - NOT IN".
   02 filler pic x(17) value " PAYMENTS POSTED".
01 lb-rcv-heading-2.
   02 filler pic x(100) value
      "  ID      NAME                  DEPOSITED      RECEIVED      RECOVERED    WRITTEN OFF  RECOV TO DATE".
01 lb-rcv-line.
   02 filler pic x(02) value spaces.
   02 lb-v-ref pic 9(06).
   02 filler pic x(02) value spaces.
   02 lb-v-name pic x(20).
   02 filler pic x(02) value spaces.
   02 lb-v-date pic 9(08).
   02 filler pic x(01) value space.
   02 lb-v-received pic $$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 lb-v-recovered pic $$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 lb-v-written-off pic $$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 lb-v-to-date pic $$,$$$,$$9.99-.
01 lb-rcv-total-line.
   02 filler pic x(30) value "RECOVERIES POSTED:".
   02 lb-vt-count pic zzz,zz9.
   02 filler pic x(01) value space.
   02 lb-vt-received pic $$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 lb-vt-recovered pic $$,$$$,$$9.99-.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- load and validate, prove the trailer, and
    display "lockbox import complete"
    display "  payments posted   : " lb-posted-count
    display "  amount posted     : " lb-posted-total
    display "  recoveries posted : " lb-recovery-count
    display "  amount received   : " lb-recovery-total
    display "  amount recovered  : " lb-reinstated-total
    display "  exceptions listed : " lb-except-count
    display "  exception amount  : " lb-except-total
    display "exceptions on LOCKREJ.LST"
    display "recoveries on LOCKRCV.LST"
    if lb-redirect-count > 0
        display "  posted forward out of a closed period : "
            lb-redirect-count " - see LOCKRDR.LST"
    end-if
    stop run.
*> ------------------------------------------------------------
*> 1000-LOAD-BANK-FILE -- the whole file into the table, each
            "import"
        stop run
    end-if
    open i-o custmast
    if lb-custmast-not-found
        display "custmast.dat not found - set customers up "
            "with custmnt first"
        move "amount not numeric" to lb-d-reason(lb-det-count)
        move 0 to lb-d-amount(lb-det-count)
        move 0 to lb-d-deposit-date(lb-det-count)
        move 0 to lb-d-bank-date(lb-det-count)
        go to 1200-exit
    end-if
    compute lb-d-amount(lb-det-count) = lb-amount-cents / 100
        move "deposit date not numeric"
            to lb-d-reason(lb-det-count)
        move 0 to lb-d-deposit-date(lb-det-count)
        move 0 to lb-d-bank-date(lb-det-count)
        go to 1200-exit
    end-if
    move lk-deposit-date to lb-d-deposit-date(lb-det-count)
    move lk-deposit-date to lb-d-bank-date(lb-det-count)
    call "PERIODCK" using lb-d-bank-date(lb-det-count),
        lb-open-date
    move lb-open-date to lb-d-deposit-date(lb-det-count)
    if lk-ref not numeric
        move "B" to lb-d-status(lb-det-count)
        move "reference is not a customer id"
                move "B" to lb-d-status(lb-det-count)
                move "customer is inactive"
                    to lb-d-reason(lb-det-count)
                if cm-merged-into numeric and cm-merged-into > 0
                    move spaces to lb-d-reason(lb-det-count)
                    string "id merged into customer "
                            delimited by size
                        cm-merged-into delimited by size
                        into lb-d-reason(lb-det-count)
                    end-string
                end-if
            end-if
    end-read
    if not lb-custmast-ok and not lb-custmast-key-not-found
*> ------------------------------------------------------------
*> 3000-POST-PAYMENTS -- the good details onto outf.dat as type
*> "P" records, bad ones and duplicate keys onto the exceptions
*> listing.  money from a written-off customer posts as a
*> recovery instead and goes on the recovery listing.
*> ------------------------------------------------------------
3000-post-payments.
    open i-o outf
    open output rejout
    move lb-heading-1 to rej-line
    write rej-line
    open output rcvout
    move lb-rcv-heading-1 to rcv-line
    write rcv-line
    move lb-rcv-heading-2 to rcv-line
    write rcv-line
    open output rdrout
    move lb-rdr-heading-1 to rdr-line
    write rdr-line
    move lb-rdr-heading-2 to rdr-line
    write rdr-line
    move 0 to lb-det-sub
    perform 3100-post-one-payment thru 3100-exit
        until lb-det-sub not < lb-det-count
        move "  (none)" to rej-line
        write rej-line
    end-if
    if lb-recovery-count = 0
        move "  (none)" to rcv-line
        write rcv-line
    else
        move lb-recovery-count to lb-vt-count
        move lb-recovery-total to lb-vt-received
        move lb-reinstated-total to lb-vt-recovered
        move lb-rcv-total-line to rcv-line
        write rcv-line
    end-if
    if lb-redirect-count = 0
        move "  (none)" to rdr-line
        write rdr-line
    end-if
    close rdrout
    close rcvout
    close rejout
    close outf
    if not lb-outf-ok
            perform 3300-list-exception thru 3300-exit
            go to 3100-exit
    end-read
    if cm-written-off
            and cm-writeoff-amount > cm-recovered-amount
        perform 3400-post-recovery thru 3400-exit
        go to 3100-exit
    end-if
    move lb-work-fidnum to fidnum
    move lb-d-deposit-date(lb-det-sub) to fentry-date
    move "P" to ftran-type
    move cm-branch-code to fbranch-code
    set fdisp-none to true
    move 0 to fdisp-date
    move 0 to fcheck-number
    move lb-job-id to foper-id
    write fdat
        invalid key
            move "payment already on file for this date"
            add 1 to lb-posted-count
            add ftotal to lb-posted-total
            perform 3200-post-control-totals thru 3200-exit
            perform 3600-list-redirect thru 3600-exit
    end-write
    if not lb-outf-ok and not lb-outf-dup-key
        perform 9000-outf-error thru 9000-exit
*> ------------------------------------------------------------
*> 3200-POST-CONTROL-TOTALS -- the payment just posted into its
*> deposit date's slot (opened and cleared on first sight) and
*> the branch bucket inside it.  payments and recovery receipts
*> net negative, the way payments always have in the run
*> controls; a reinstatement is a debit and nets positive.
*> ------------------------------------------------------------
3200-post-control-totals.
    move "N" to lb-ctl-found-sw
        move fentry-date to lb-c-date(lb-ctl-sub)
    end-if
    add 1 to lb-c-count(lb-ctl-sub)
    if ftran-debit
        add ftotal to lb-c-amount(lb-ctl-sub)
    else
        subtract ftotal from lb-c-amount(lb-ctl-sub)
    end-if
    perform 3250-post-branch-bucket thru 3250-exit.
3200-exit.
    exit.
            to lb-cb-code(lb-ctl-sub, lb-branch-sub)
    end-if
    add 1 to lb-cb-count(lb-ctl-sub, lb-branch-sub)
    if ftran-debit
        add ftotal
            to lb-cb-amount(lb-ctl-sub, lb-branch-sub)
    else
        subtract ftotal
            from lb-cb-amount(lb-ctl-sub, lb-branch-sub)
    end-if.
3250-exit.
    exit.
3260-check-one-branch.
    add lb-d-amount(lb-det-sub) to lb-except-total
    move lb-d-ref(lb-det-sub) to lb-r-ref
    move lb-d-amount(lb-det-sub) to lb-r-amount
    move lb-d-bank-date(lb-det-sub) to lb-r-date
    move lb-d-reason(lb-det-sub) to lb-r-reason
    move lb-rej-line to rej-line
    write rej-line.
3300-exit.
    exit.
*> ------------------------------------------------------------
*> 3400-POST-RECOVERY -- money in from a customer written off
*> as bad debt, the master already in the record area.  the
*> "V" receipt carries the whole amount received; the "Y"
*> reinstatement puts back as much of the write-off as it
*> covers, so the customer nets the way a payment would have
*> left them and the recovery reads on its own everywhere.
*> a receipt already on file for the date is an exception, the
*> same as a duplicate payment.
*> ------------------------------------------------------------
3400-post-recovery.
    compute lb-recoverable = cm-writeoff-amount
        - cm-recovered-amount
    move lb-d-amount(lb-det-sub) to lb-recover-amount
    if lb-recoverable < lb-recover-amount
        move lb-recoverable to lb-recover-amount
    end-if
    move lb-work-fidnum to fidnum
    move lb-d-deposit-date(lb-det-sub) to fentry-date
    move "V" to ftran-type
    move cm-cname to fcname
    move lb-d-amount(lb-det-sub) to ftotal
    move lb-d-amount(lb-det-sub) to fbase-amount
    perform 3450-fill-posting-fields thru 3450-exit
    write fdat
        invalid key
            move "recovery already on file for this date"
                to lb-d-reason(lb-det-sub)
            perform 3300-list-exception thru 3300-exit
            go to 3400-exit
    end-write
    if not lb-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    add 1 to lb-recovery-count
    add ftotal to lb-recovery-total
    perform 3200-post-control-totals thru 3200-exit
    perform 3600-list-redirect thru 3600-exit
    move "Y" to ftran-type
    move lb-recover-amount to ftotal
    move lb-recover-amount to fbase-amount
    perform 3450-fill-posting-fields thru 3450-exit
    write fdat
        invalid key
            display "warning - reinstatement for customer "
                fidnum " already on file for " fentry-date
                " - recovery not added to the master"
            go to 3400-exit
    end-write
    if not lb-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    add ftotal to lb-reinstated-total
    perform 3200-post-control-totals thru 3200-exit
    perform 3500-update-recovered thru 3500-exit
    move lb-work-fidnum to lb-v-ref
    move cm-cname to lb-v-name
    move lb-d-bank-date(lb-det-sub) to lb-v-date
    move lb-d-amount(lb-det-sub) to lb-v-received
    move lb-recover-amount to lb-v-recovered
    move cm-writeoff-amount to lb-v-written-off
    move cm-recovered-amount to lb-v-to-date
    move lb-rcv-line to rcv-line
    write rcv-line.
3400-exit.
    exit.
3450-fill-posting-fields.
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
    move lb-job-id to foper-id.
3450-exit.
    exit.
*> ------------------------------------------------------------
*> 3500-UPDATE-RECOVERED -- the recovered amount onto the
*> master, with its before and after images on audit.dat under
*> LOCKBOX.  the customer stays flagged written off.
*> ------------------------------------------------------------
3500-update-recovered.
    move spaces to lb-audit-before
    move cust-master-rec to lb-audit-before
    add lb-recover-amount to cm-recovered-amount
    rewrite cust-master-rec
        invalid key
            display "warning - customer " cm-fidnum
                " recovery posted but master not updated"
            go to 3500-exit
    end-rewrite
    if not lb-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move "LOCKBOX" to ad-operator
    move "CUSTMAST" to ad-file-name
    move cm-fidnum to ad-fidnum
    move lb-d-deposit-date(lb-det-sub) to ad-key-date
    move "V" to ad-key-type
    move lb-audit-before to ad-before-image
    move spaces to ad-after-image
    move cust-master-rec to ad-after-image
    move "BAD-DEBT RECOVERY" to ad-reason
    write audit-rec
    if not lb-auditf-ok
        display "warning - audit.dat file error - status "
            lb-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
3500-exit.
    exit.
*> ------------------------------------------------------------
*> 3600-LIST-REDIRECT -- the record just posted, if its deposit
*> date was moved out of a closed period, onto lockrdr.lst.
*> ------------------------------------------------------------
3600-list-redirect.
    if lb-d-bank-date(lb-det-sub) = lb-d-deposit-date(lb-det-sub)
        go to 3600-exit
    end-if
    add 1 to lb-redirect-count
    move lb-work-fidnum to lb-x-ref
    if ftran-recovery
        move "RECOVERY" to lb-x-type
    else
        move "PAYMENT" to lb-x-type
    end-if
    move ftotal to lb-x-amount
    move lb-d-bank-date(lb-det-sub) to lb-x-bank-date
    move lb-d-deposit-date(lb-det-sub) to lb-x-posted-date
    move lb-rdr-line to rdr-line
    write rdr-line.
3600-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-WRITE-RUN-CONTROL -- one outfctl.dat line per deposit
*> date posted, dated to that deposit date, so BALANCE proves
*> each deposit day against the records actually carrying it.
