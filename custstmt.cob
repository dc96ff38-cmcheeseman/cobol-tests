*>   09/01/2026  TB    still shows in the statement total -- the
*>   09/01/2026  TB    statement reports what is on file; the
*>   09/01/2026  TB    flag says the office knows.
*>   10/15/2026  TB    Each page now carries the customer's
*>   10/15/2026  TB    billing address block off custaddr.dat
*>   10/15/2026  TB    (see CUSTADDR) under the name.  A customer
*>   10/15/2026  TB    flagged do-not-mail or return-mail gets no
*>   10/15/2026  TB    page; they go on stmthold.lst with the
*>   10/15/2026  TB    statement total instead, for the office to
*>   10/15/2026  TB    chase a good address.
*>   10/15/2026  TB    The statements and the mail-hold list are
*>   10/15/2026  TB    filed in the dated report archive
*>   10/15/2026  TB    (RPTARCH, rptindex.dat) under the period
*>   10/15/2026  TB    end date, so a later run no longer
*>   10/15/2026  TB    overwrites them.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
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
        file status is cs-outf-status.
    select custmast assign to "CUSTMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is cm-fidnum
        file status is cs-custmast-status.
    select custaddr assign to "CUSTADDR.DAT"
        organization is indexed
        access mode is dynamic
        record key is ma-fidnum
        file status is cs-custaddr-status.
    select stmout assign to "CUSTSTMT.LST"
        organization is line sequential
        file status is cs-stmout-status.
    select holdout assign to "STMTHOLD.LST"
        organization is line sequential
        file status is cs-holdout-status.
data division.
file section.
fd outf.
    copy FDATREC.
fd custmast.
    copy CUSTMAST.
fd custaddr.
    copy CUSTADDR.
fd stmout.
01 stm-line pic x(80).
fd holdout.
01 hold-line pic x(80).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 cs-outf-status pic x(02) value "00".
   88 cs-outf-ok value "00" "02".
   88 cs-outf-not-found value "35".
01 cs-custmast-status pic x(02) value "00".
   88 cs-custmast-ok value "00".
   88 cs-custmast-not-found value "35".
   88 cs-custmast-key-not-found
                               value "23".
01 cs-custaddr-status pic x(02) value "00".
   88 cs-custaddr-ok value "00".
   88 cs-custaddr-not-found value "35".
   88 cs-custaddr-key-not-found
                               value "23".
01 cs-stmout-status pic x(02) value "00".
01 cs-holdout-status pic x(02) value "00".
01 cs-switches.
   02 cs-eof-sw pic x value "N".
      88 cs-eof value "Y".
      88 cs-cust-inactive value "Y".
   02 cs-page-open-sw pic x value "N".
      88 cs-page-open value "Y".
   02 cs-no-addr-file-sw pic x value "N".
      88 cs-no-addr-file value "Y".
   02 cs-addr-found-sw pic x value "N".
      88 cs-addr-found value "Y".
   02 cs-mail-held-sw pic x value "N".
      88 cs-mail-held value "Y".
   02 cs-held-activity-sw pic x value "N".
      88 cs-held-activity value "Y".
*> ------------------------------------------------------------
*> the statement period keyed by the clerk
*> ------------------------------------------------------------
*> ------------------------------------------------------------
*> the customer group being gathered
*> ------------------------------------------------------------
01 cs-group-fidnum pic 9(06) value 0.
01 cs-stmt-name pic x(30) value spaces.
01 cs-stmt-total pic s9(09)v99 value 0.
01 cs-stmt-lines pic 9(04) comp value 0.
01 cs-page-count pic 9(04) comp value 0.
01 cs-held-count pic 9(04) comp value 0.
*> ------------------------------------------------------------
*> statement-page lines
*> ------------------------------------------------------------
   02 cs-h-end pic 9(08).
01 cs-heading-2.
   02 filler pic x(09) value "CUSTOMER ".
   02 cs-h-fidnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 cs-h-name pic x(30).
01 cs-addr-line.
   02 filler pic x(15) value spaces.
   02 cs-a-line pic x(30).
01 cs-city-line.
   02 filler pic x(15) value spaces.
   02 cs-c-city pic x(20).
   02 filler pic x(01) value space.
   02 cs-c-state pic x(02).
   02 filler pic x(02) value spaces.
   02 cs-c-zip pic x(10).
01 cs-no-addr-line.
   02 filler pic x(45) value
      "               (no mailing address on file)".
01 cs-heading-3.
   02 filler pic x(42) value
      "  ENTRY DATE  ENTRY TIME  TYP       AMOUNT".
01 cs-total-line.
   02 filler pic x(28) value "STATEMENT TOTAL".
   02 cs-t-total pic $$,$$$,$$9.99-.
*> ------------------------------------------------------------
*> held-mail listing lines
*> ------------------------------------------------------------
01 cs-hold-heading-1.
   02 filler pic x(40) value
      "STATEMENTS HELD - MAIL HOLD ON ADDRESS".
   02 filler pic x(07) value "PERIOD ".
   02 cs-hh-start pic 9(08).
   02 filler pic x(04) value " TO ".
   02 cs-hh-end pic 9(08).
01 cs-hold-heading-2.
   02 filler pic x(68) value
      "  ID      NAME                            HOLD  SINCE     STMT TOTAL".
01 cs-hold-line.
   02 filler pic x(02) value spaces.
   02 cs-x-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 cs-x-name pic x(30).
   02 filler pic x(02) value spaces.
   02 cs-x-flag pic x(01).
   02 filler pic x(03) value spaces.
   02 cs-x-date pic 9(08).
   02 filler pic x(01) value space.
   02 cs-x-total pic $$,$$$,$$9.99-.
*> ------------------------------------------------------------
*> filing the listings in the dated report archive (see
*> RPTARCH).  a hand-run report is signed with its own name.
*> ------------------------------------------------------------
01 cs-job-id pic x(08) value "CUSTSTMT".
01 cs-report-name pic x(08) value spaces.
01 cs-filed-sw pic x(01) value "N".
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
    if not cs-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    open input custaddr
    if cs-custaddr-not-found
        set cs-no-addr-file to true
    else
        if not cs-custaddr-ok
            perform 9200-custaddr-error thru 9200-exit
        end-if
    end-if
    open output stmout
    open output holdout
    move cs-period-start to cs-hh-start
    move cs-period-end to cs-hh-end
    move cs-hold-heading-1 to hold-line
    write hold-line
    move cs-hold-heading-2 to hold-line
    write hold-line
    perform 1000-read-charge thru 1000-exit
    perform 2000-statement-one-customer thru 2000-exit
        until cs-eof
    if cs-held-count = 0
        move "  (none)" to hold-line
        write hold-line
    end-if
    close holdout
    close stmout
    if not cs-no-addr-file
        close custaddr
    end-if
    close custmast
    close outf
    display "statement pages printed: " cs-page-count
    display "statements held for mail hold: " cs-held-count
        " - listed on STMTHOLD.LST"
    move "CUSTSTMT" to cs-report-name
    perform 8000-file-listing thru 8000-exit
    move "STMTHOLD" to cs-report-name
    perform 8000-file-listing thru 8000-exit
    stop run.
1000-read-charge.
    read outf next record
    move 0 to cs-stmt-total
    move 0 to cs-stmt-lines
    move "N" to cs-page-open-sw
    move "N" to cs-held-activity-sw
    perform 2100-look-up-master thru 2100-exit
    perform 2150-look-up-address thru 2150-exit
    perform 2200-gather-one-record thru 2200-exit
        until cs-eof or fidnum not = cs-group-fidnum
    if cs-mail-held
        if cs-held-activity or not cs-cust-inactive
            perform 3500-list-held thru 3500-exit
        end-if
        go to 2000-exit
    end-if
    if cs-page-open
        perform 3200-print-total thru 3200-exit
    else
2100-exit.
    exit.
*> ------------------------------------------------------------
*> 2150-LOOK-UP-ADDRESS -- the mailing address and its hold
*> flag.  no address on file still prints the page, marked, so
*> the office sees who needs one keyed.
*> ------------------------------------------------------------
2150-look-up-address.
    move "N" to cs-addr-found-sw
    move "N" to cs-mail-held-sw
    if cs-no-addr-file
        go to 2150-exit
    end-if
    move cs-group-fidnum to ma-fidnum
    read custaddr
        invalid key
            next sentence
        not invalid key
            set cs-addr-found to true
            if ma-mail-held
                set cs-mail-held to true
            end-if
    end-read
    if not cs-custaddr-ok and not cs-custaddr-key-not-found
        perform 9200-custaddr-error thru 9200-exit
    end-if.
2150-exit.
    exit.
*> ------------------------------------------------------------
*> 2200-GATHER-ONE-RECORD -- print the buffered record if it
*> falls inside the period, then read the next one ahead.  a
*> customer on mail hold only has the record totalled, for the
*> held-mail listing.
*> ------------------------------------------------------------
2200-gather-one-record.
    if cs-mail-held
        perform 2300-total-held-record thru 2300-exit
        perform 1000-read-charge thru 1000-exit
        go to 2200-exit
    end-if
    if fentry-date not < cs-period-start
            and fentry-date not > cs-period-end
        if not cs-page-open
    perform 1000-read-charge thru 1000-exit.
2200-exit.
    exit.
2300-total-held-record.
    if fentry-date < cs-period-start
            or fentry-date > cs-period-end
        go to 2300-exit
    end-if
    set cs-held-activity to true
    if ftran-debit
        add ftotal to cs-stmt-total
    else
        subtract ftotal from cs-stmt-total
    end-if.
2300-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-OPEN-PAGE -- start this customer's statement page.
*> ------------------------------------------------------------
    move cs-stmt-name to cs-h-name
    move cs-heading-2 to stm-line
    write stm-line
    perform 3050-print-address thru 3050-exit
    move cs-heading-3 to stm-line
    write stm-line.
3000-exit.
    exit.
*> ------------------------------------------------------------
*> 3050-PRINT-ADDRESS -- the billing address block under the
*> customer line; a blank second line is not printed.
*> ------------------------------------------------------------
3050-print-address.
    if not cs-addr-found
        move cs-no-addr-line to stm-line
        write stm-line
        go to 3050-exit
    end-if
    move ma-bill-line-1 to cs-a-line
    move cs-addr-line to stm-line
    write stm-line
    if ma-bill-line-2 not = spaces
        move ma-bill-line-2 to cs-a-line
        move cs-addr-line to stm-line
        write stm-line
    end-if
    move ma-bill-city to cs-c-city
    move ma-bill-state to cs-c-state
    move ma-bill-zip to cs-c-zip
    move cs-city-line to stm-line
    write stm-line.
3050-exit.
    exit.
3100-print-detail.
    move fentry-date to cs-d-date
    move fentry-time to cs-d-time
3200-exit.
    exit.
*> ------------------------------------------------------------
*> 3500-LIST-HELD -- a customer on mail hold: one line on the
*> held-mail listing instead of a statement page.
*> ------------------------------------------------------------
3500-list-held.
    add 1 to cs-held-count
    move cs-group-fidnum to cs-x-idnum
    move cs-stmt-name to cs-x-name
    move ma-mail-flag to cs-x-flag
    move ma-flag-date to cs-x-date
    move cs-stmt-total to cs-x-total
    move cs-hold-line to hold-line
    write hold-line.
3500-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-FILE-LISTING -- file the listing named in
*> cs-report-name in the report archive under the date the
*> run covers.  a listing that could not be filed is a
*> warning only; the run itself did its work.
*> ------------------------------------------------------------
8000-file-listing.
    call "RPTARCH" using cs-report-name, cs-period-end, cs-job-id,
        cs-filed-sw
    if cs-filed-sw not = "Y"
        display "warning - " cs-report-name
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
        cs-custaddr-status
    display "custstmt terminating"
    stop run.
9200-exit.
    exit.
