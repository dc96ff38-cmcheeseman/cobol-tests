       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. promchk.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Daily follow-up of the
*>   10/15/2026  TB    promises to pay keyed through NOTEENT on
*>   10/15/2026  TB    collnote.dat (see the COLLNOTE copybook).
*>   10/15/2026  TB    Every open promise whose date has come is
*>   10/15/2026  TB    checked against the money on outf.dat for
*>   10/15/2026  TB    the customer entered from the day of the
*>   10/15/2026  TB    note through the promised date -- type "P"
*>   10/15/2026  TB    payments and "V" recovery receipts, less
*>   10/15/2026  TB    any "N" returned-payment reversals.  The
*>   10/15/2026  TB    promised amount or more is kept, anything
*>   10/15/2026  TB    short is broken.  The note is rewritten
*>   10/15/2026  TB    with the result, listed on promchk.lst for
*>   10/15/2026  TB    the collections clerk and audited.  A
*>   10/15/2026  TB    broken promise puts the customer back in
*>   10/15/2026  TB    normal dunning.  The date defaults to
*>   10/15/2026  TB    today and can be keyed on the command line
*>   10/15/2026  TB    ("promchk 20260831") the way NIGHTRUN
*>   10/15/2026  TB    hands it the job date.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the name column cut
*>   10/15/2026  TB    to 28 to keep the line at 100.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    The audit image work fields are 130 bytes
*>   10/15/2026  TB    with the audit.dat images (see
*>   10/15/2026  TB    AUDITREC.CPY).
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select collnote assign to "COLLNOTE.DAT"
        organization is indexed
        access mode is dynamic
        record key is cn-key
        file status is pf-collnote-status.
    select outf assign to "OUTF.DAT"
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        file status is pf-outf-status.
    select custmast assign to "CUSTMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is cm-fidnum
        file status is pf-custmast-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is pf-auditf-status.
    select chkout assign to "PROMCHK.LST"
        organization is line sequential
        file status is pf-chkout-status.
data division.
file section.
fd collnote.
    copy COLLNOTE.
fd outf.
    copy FDATREC.
fd custmast.
    copy CUSTMAST.
fd auditf.
    copy AUDITREC.
fd chkout.
01 chk-line pic x(100).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 pf-collnote-status pic x(02) value "00".
   88 pf-collnote-ok value "00".
   88 pf-collnote-not-found value "35".
01 pf-outf-status pic x(02) value "00".
   88 pf-outf-ok value "00" "02".
   88 pf-outf-not-found value "35".
   88 pf-outf-key-not-found
                               value "23".
01 pf-custmast-status pic x(02) value "00".
   88 pf-custmast-ok value "00".
   88 pf-custmast-not-found value "35".
   88 pf-custmast-key-not-found
                               value "23".
01 pf-auditf-status pic x(02) value "00".
   88 pf-auditf-ok value "00".
01 pf-chkout-status pic x(02) value "00".
01 pf-switches.
   02 pf-eof-sw pic x value "N".
      88 pf-eof value "Y".
   02 pf-outf-eof-sw pic x value "N".
      88 pf-outf-eof value "Y".
   02 pf-no-outf-sw pic x value "N".
      88 pf-no-outf value "Y".
   02 pf-no-master-sw pic x value "N".
      88 pf-no-master value "Y".
*> ------------------------------------------------------------
*> the date the promises are checked as of
*> ------------------------------------------------------------
01 pf-run-date pic 9(08) value 0.
01 pf-keyed-date pic x(08) value spaces.
01 pf-paid pic s9(09)v99 value 0.
*> ------------------------------------------------------------
*> audit-trail work fields.  the nightly run signs its audit
*> lines with the program name in place of an operator.
*> ------------------------------------------------------------
01 pf-job-id pic x(08) value "PROMCHK".
01 pf-audit-before pic x(130) value spaces.
01 pf-audit-after pic x(130) value spaces.
*> ------------------------------------------------------------
*> run totals
*> ------------------------------------------------------------
01 pf-due-count pic 9(06) comp value 0.
01 pf-kept-count pic 9(06) comp value 0.
01 pf-broken-count pic 9(06) comp value 0.
01 pf-promised-total pic s9(09)v99 value 0.
01 pf-paid-total pic s9(09)v99 value 0.
*> ------------------------------------------------------------
*> listing lines
*> ------------------------------------------------------------
01 pf-heading-1.
   02 filler pic x(38) value
      "PROMISE TO PAY FOLLOW-UP - AS OF ".
   02 pf-h-date pic 9(08).
01 pf-heading-2.
   02 filler pic x(100) value
      "  ID      NAME                         NOTED    PROMISED "
      & "      AMOUNT          PAID RESULT  OPERATOR".
01 pf-detail-line.
   02 filler pic x(02) value spaces.
   02 pf-d-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 pf-d-name pic x(28).
   02 filler pic x(01) value spaces.
   02 pf-d-noted pic 9(08).
   02 filler pic x(01) value spaces.
   02 pf-d-promised pic 9(08).
   02 pf-d-amount pic $$,$$$,$$9.99.
   02 pf-d-paid pic $$,$$$,$$9.99-.
   02 filler pic x(01) value spaces.
   02 pf-d-result pic x(06).
   02 filler pic x(02) value spaces.
   02 pf-d-operator pic x(08).
01 pf-count-line.
   02 pf-c-label pic x(34).
   02 pf-c-count pic zzz,zz9.
01 pf-amount-line.
   02 pf-a-label pic x(34).
   02 pf-a-amount pic $$$,$$$,$$9.99-.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
*> ------------------------------------------------------------
0000-mainline.
    accept pf-keyed-date from command-line
    if pf-keyed-date = spaces
        accept pf-run-date from date yyyymmdd
    else
        move pf-keyed-date to pf-run-date
    end-if
    open i-o collnote
    if pf-collnote-not-found
        display "collnote.dat not found - no promises to check"
        stop run
    end-if
    if not pf-collnote-ok
        perform 9000-collnote-error thru 9000-exit
    end-if
    open input outf
    if pf-outf-not-found
        set pf-no-outf to true
    else
        if not pf-outf-ok
            perform 9100-outf-error thru 9100-exit
        end-if
    end-if
    open input custmast
    if pf-custmast-not-found
        set pf-no-master to true
    else
        if not pf-custmast-ok
            perform 9200-custmast-error thru 9200-exit
        end-if
    end-if
    open output chkout
    move pf-run-date to pf-h-date
    move pf-heading-1 to chk-line
    write chk-line
    move pf-heading-2 to chk-line
    write chk-line
    perform 2000-check-one-note thru 2000-exit
        until pf-eof
    if pf-due-count = 0
        move "  (no promise came due)" to chk-line
        write chk-line
    end-if
    perform 7000-print-totals thru 7000-exit
    close chkout
    if not pf-no-master
        close custmast
    end-if
    if not pf-no-outf
        close outf
    end-if
    close collnote
    display "promise to pay follow-up complete for "
        pf-run-date
    display "  promises due    : " pf-due-count
    display "    kept            : " pf-kept-count
    display "    broken          : " pf-broken-count
    display "promises listed on PROMCHK.LST"
    stop run.
*> ------------------------------------------------------------
*> 2000-CHECK-ONE-NOTE -- the next note on file.  only an open
*> promise whose date has come is checked; the note is
*> rewritten kept or broken, listed and audited.
*> ------------------------------------------------------------
2000-check-one-note.
    read collnote next record
        at end
            set pf-eof to true
            go to 2000-exit
    end-read
    if not pf-collnote-ok
        perform 9000-collnote-error thru 9000-exit
    end-if
    if not cn-promise-open
        go to 2000-exit
    end-if
    if cn-promise-date > pf-run-date
        go to 2000-exit
    end-if
    add 1 to pf-due-count
    move spaces to pf-audit-before
    move coll-note-rec to pf-audit-before
    perform 3000-sum-promise-payments thru 3000-exit
    if pf-paid not < cn-promise-amount
        set cn-promise-kept to true
        add 1 to pf-kept-count
    else
        set cn-promise-broken to true
        add 1 to pf-broken-count
    end-if
    if pf-paid > 0
        move pf-paid to cn-paid-amount
    else
        move 0 to cn-paid-amount
    end-if
    move pf-run-date to cn-checked-date
    rewrite coll-note-rec
    if not pf-collnote-ok
        perform 9000-collnote-error thru 9000-exit
    end-if
    add cn-promise-amount to pf-promised-total
    add cn-paid-amount to pf-paid-total
    move spaces to pf-audit-after
    move coll-note-rec to pf-audit-after
    perform 5000-list-promise thru 5000-exit
    perform 6000-write-audit-record thru 6000-exit.
2000-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-SUM-PROMISE-PAYMENTS -- the money on outf.dat for the
*> customer entered from the note date through the promised
*> date.  outf.dat is keyed customer first, so one START lands
*> on the first record of the note date.
*> ------------------------------------------------------------
3000-sum-promise-payments.
    move 0 to pf-paid
    if pf-no-outf
        go to 3000-exit
    end-if
    move cn-fidnum to fidnum
    move cn-note-date to fentry-date
    move low-values to ftran-type
    move "N" to pf-outf-eof-sw
    start outf key is not < fkey
        invalid key
            go to 3000-exit
    end-start
    if not pf-outf-ok
        perform 9100-outf-error thru 9100-exit
    end-if
    perform 3100-sum-one-payment thru 3100-exit
        until pf-outf-eof.
3000-exit.
    exit.
3100-sum-one-payment.
    read outf next record
        at end
            set pf-outf-eof to true
            go to 3100-exit
    end-read
    if not pf-outf-ok
        perform 9100-outf-error thru 9100-exit
    end-if
    if fidnum not = cn-fidnum
            or fentry-date > cn-promise-date
        set pf-outf-eof to true
        go to 3100-exit
    end-if
    if ftran-payment or ftran-recovery
        add ftotal to pf-paid
    end-if
    if ftran-nsf-reversal
        subtract ftotal from pf-paid
    end-if.
3100-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-LIST-PROMISE -- one line on the listing per promise
*> that came due, name off the master when it has one.
*> ------------------------------------------------------------
5000-list-promise.
    move cn-fidnum to pf-d-idnum
    move spaces to pf-d-name
    if not pf-no-master
        move cn-fidnum to cm-fidnum
        read custmast
            invalid key
                next sentence
            not invalid key
                move cm-cname to pf-d-name
        end-read
        if not pf-custmast-ok and not pf-custmast-key-not-found
            perform 9200-custmast-error thru 9200-exit
        end-if
    end-if
    move cn-note-date to pf-d-noted
    move cn-promise-date to pf-d-promised
    move cn-promise-amount to pf-d-amount
    move pf-paid to pf-d-paid
    if cn-promise-kept
        move "KEPT" to pf-d-result
    else
        move "BROKEN" to pf-d-result
    end-if
    move cn-operator to pf-d-operator
    move pf-detail-line to chk-line
    write chk-line.
5000-exit.
    exit.
*> ------------------------------------------------------------
*> 6000-WRITE-AUDIT-RECORD -- before and after images of a note
*> whose promise was settled.  a failure here is a warning only;
*> the change is already on collnote.dat.
*> ------------------------------------------------------------
6000-write-audit-record.
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move pf-job-id to ad-operator
    move "COLLNOTE" to ad-file-name
    move cn-fidnum to ad-fidnum
    move cn-note-date to ad-key-date
    move cn-promise-status to ad-key-type
    move pf-audit-before to ad-before-image
    move pf-audit-after to ad-after-image
    move "PROMISE FOLLOW-UP" to ad-reason
    write audit-rec
    if not pf-auditf-ok
        display "warning - audit.dat file error - status "
            pf-auditf-status
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
    move "promises due and checked" to pf-c-label
    move pf-due-count to pf-c-count
    move pf-count-line to chk-line
    write chk-line
    move "kept" to pf-c-label
    move pf-kept-count to pf-c-count
    move pf-count-line to chk-line
    write chk-line
    move "broken - back to normal dunning" to pf-c-label
    move pf-broken-count to pf-c-count
    move pf-count-line to chk-line
    write chk-line
    move "amount promised" to pf-a-label
    move pf-promised-total to pf-a-amount
    move pf-amount-line to chk-line
    write chk-line
    move "amount paid against promises" to pf-a-label
    move pf-paid-total to pf-a-amount
    move pf-amount-line to chk-line
    write chk-line.
7000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-COLLNOTE-ERROR -- a collnote operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-collnote-error.
    display "collnote.dat file error - status "
        pf-collnote-status
    display "promchk terminating"
    move 8 to return-code
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-outf-error.
    display "outf.dat file error - status " pf-outf-status
    display "promchk terminating"
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
        pf-custmast-status
    display "promchk terminating"
    move 8 to return-code
    stop run.
9200-exit.
    exit.
