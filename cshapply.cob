*>   09/01/2026  TB    applied to or from a record the office is
*>   09/01/2026  TB    still arguing about, the same stance as
*>   09/01/2026  TB    DUNNOTE and FINCHG.
*>   10/15/2026  TB    Every application is now also appended to
*>   10/15/2026  TB    cashapp.dat (see CASHAPP), the ledger that
*>   10/15/2026  TB    links a payment to the charges it paid, so
*>   10/15/2026  TB    NSFRTN can take back exactly what a
*>   10/15/2026  TB    returned payment applied.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    CSHAPPLY.LST is filed in the dated report
*>   10/15/2026  TB    archive (RPTARCH, rptindex.dat) under the
*>   10/15/2026  TB    run date at the end of every run.
*>   10/15/2026  TB    The saved restart key is 15 bytes, the
*>   10/15/2026  TB    whole of FKEY with the six-digit id.
*> ----------------------------------------------------------------
environment division.
input-output section.
        organization is indexed
        access mode is dynamic
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        lock mode is exclusive
        file status is ca-outf-status.
    select lstout assign to "CSHAPPLY.LST"
        organization is line sequential
        file status is ca-lstout-status.
    select cashapp assign to "CASHAPP.DAT"
        organization is line sequential
        access is sequential
        file status is ca-cashapp-status.
data division.
file section.
fd outf.
    copy FDATREC.
fd lstout.
01 lst-line pic x(100).
fd cashapp.
    copy CASHAPP.
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 ca-outf-status pic x(02) value "00".
   88 ca-outf-ok value "00" "02".
   88 ca-outf-not-found value "35".
   88 ca-outf-key-not-found value "23".
   88 ca-outf-locked value "61".
01 ca-lstout-status pic x(02) value "00".
01 ca-cashapp-status pic x(02) value "00".
   88 ca-cashapp-ok value "00".
   88 ca-cashapp-not-found value "35".
01 ca-switches.
   02 ca-eof-sw pic x value "N".
      88 ca-eof value "Y".
*> key is parked and the file re-STARTed there after the keyed
*> rewrites have moved the position.
*> ------------------------------------------------------------
01 ca-group-fidnum pic 9(06) value 0.
01 ca-next-key pic x(15) value spaces.
*> ------------------------------------------------------------
*> open charges for the group.  200 records is far more than one
*> customer ever has live; the gather stops loudly rather than
   02 ca-h-date pic 9(08).
01 ca-heading-2.
   02 filler pic x(62) value
      "  ID      PAYMENT DATE  T  APPLIED TO CHARGE OF        AMOUNT".
01 ca-apply-line.
   02 filler pic x(02) value spaces.
   02 ca-a-idnum pic 9(06).
   02 filler pic x(04) value spaces.
   02 ca-a-pay-date pic 9(08).
   02 filler pic x(04) value spaces.
      "UNAPPLIED CASH ON FILE - PAYMENTS EXCEEDING OPENS".
01 ca-unap-line.
   02 filler pic x(02) value spaces.
   02 ca-u-idnum pic 9(06).
   02 filler pic x(04) value spaces.
   02 ca-u-pay-date pic 9(08).
   02 filler pic x(04) value spaces.
01 ca-total-line.
   02 ca-t-label pic x(30).
   02 ca-t-amount pic $$,$$$,$$$,$$9.99-.
*> ------------------------------------------------------------
*> filing the listing in the dated report archive (see
*> RPTARCH).  a hand-run report is signed with its own name.
*> ------------------------------------------------------------
01 ca-job-id pic x(08) value "CSHAPPLY".
01 ca-report-name pic x(08) value spaces.
01 ca-filed-sw pic x(01) value "N".
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- apply each customer group in turn, then make
        perform 9000-outf-error thru 9000-exit
    end-if
    open output lstout
    open extend cashapp
    if ca-cashapp-not-found
        open output cashapp
    end-if
    if not ca-cashapp-ok
        perform 9100-cashapp-error thru 9100-exit
    end-if
    move ca-run-date to ca-h-date
    move ca-heading-1 to lst-line
    write lst-line
    move ca-total-line to lst-line
    write lst-line
    close lstout
    close cashapp
    close outf
    if not ca-outf-ok
        perform 9000-outf-error thru 9000-exit
    display "  unapplied payments  : " ca-unapplied-count
    display "  unapplied cash      : " ca-unapplied-total
    display "register and listing on CSHAPPLY.LST"
    move "CSHAPPLY" to ca-report-name
    perform 8000-file-listing thru 8000-exit
    stop run.
1000-read-charge.
    read outf next record
    move ca-c-entry-date(ca-chg-sub) to ca-a-chg-date
    move ca-apply-amount to ca-a-amount
    move ca-apply-line to lst-line
    write lst-line
    move ca-group-fidnum to ap-fidnum
    move ca-p-entry-date(ca-pay-sub) to ap-pay-date
    move ca-p-tran-type(ca-pay-sub) to ap-pay-type
    move ca-c-entry-date(ca-chg-sub) to ap-chg-date
    move ca-c-tran-type(ca-chg-sub) to ap-chg-type
    move ca-apply-amount to ap-amount
    move ca-run-date to ap-apply-date
    set ap-applied to true
    write cash-app-rec
    if not ca-cashapp-ok
        perform 9100-cashapp-error thru 9100-exit
    end-if.
3200-exit.
    exit.
*> ------------------------------------------------------------
6100-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-FILE-LISTING -- file the listing named in
*> ca-report-name in the report archive under the run date.  a
*> listing that could not be filed is a warning only; the run
*> itself did its work.
*> ------------------------------------------------------------
8000-file-listing.
    call "RPTARCH" using ca-report-name, ca-run-date, ca-job-id,
        ca-filed-sw
    if ca-filed-sw not = "Y"
        display "warning - " ca-report-name
            " listing not filed in the report archive"
    end-if.
8000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-CASHAPP-ERROR -- a cashapp.dat operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-cashapp-error.
    display "cashapp.dat file error - status " ca-cashapp-status
    display "cshapply terminating"
    stop run.
9100-exit.
    exit.
