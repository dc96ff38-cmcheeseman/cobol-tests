*>   09/01/2026  TB    breakdown maintenance mode leaves -- has no
*>   09/01/2026  TB    trustworthy tax figure, so it is listed
*>   09/01/2026  TB    separately for review instead of summed.
*>   10/15/2026  TB    Bad-debt write-offs (type "W", see
*>   10/15/2026  TB    WRITEOFF) and recoveries (types "V" and
*>   10/15/2026  TB    "Y", see LOCKBOX) in the range are totaled
*>   10/15/2026  TB    in their own section at the foot, for the
*>   10/15/2026  TB    bookkeeper's bad-debt claim on tax already
*>   10/15/2026  TB    remitted -- they never touch the remittance
*>   10/15/2026  TB    lines, and are no longer lost among the
*>   10/15/2026  TB    credit adjustments.
*>   10/15/2026  TB    The listing is filed in the dated report
*>   10/15/2026  TB    archive (RPTARCH, rptindex.dat) under the
*>   10/15/2026  TB    to-date keyed, so a later run no longer
*>   10/15/2026  TB    overwrites it.
*>   10/15/2026  TB    The archive line and its work view are 130
*>   10/15/2026  TB    bytes with outf.dat's record -- the
*>   10/15/2026  TB    customer id in FDATREC.CPY is six digits
*>   10/15/2026  TB    and the record carries FOPER-ID.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    The archive cutoffs are walked off the
*>   10/15/2026  TB    archctl.dat lines HISTROLL has rolled off
*>   10/15/2026  TB    to dated history files (ACTL files, found
*>   10/15/2026  TB    through rollctl.dat, see ROLLCTL.CPY) as
*>   10/15/2026  TB    well as archctl.dat itself, so a rolled-up
*>   10/15/2026  TB    archive is still read.  The carry-forward
*>   10/15/2026  TB    line names no archive and is passed over.
*>   10/15/2026  TB    The control file name is 16 bytes, room
*>   10/15/2026  TB    for a dated history file name with its
*>   10/15/2026  TB    .DAT.
*> ----------------------------------------------------------------
environment division.
input-output section.
        organization is indexed
        access mode is sequential
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        file status is tx-outf-status.
    select archctl assign using tx-archctl-name
        organization is line sequential
        access is sequential
        file status is tx-archctl-status.
    select rollf assign to "ROLLCTL.DAT"
        organization is line sequential
        access is sequential
        file status is tx-rollf-status.
    select archf assign using tx-arch-file-name
        organization is line sequential
        file status is tx-archf-status.
    copy FDATREC.
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
fd ratef.
    copy RATEREC.
fd rptout.
*> file-status and switch work fields
*> ------------------------------------------------------------
01 tx-outf-status pic x(02) value "00".
   88 tx-outf-ok value "00" "02".
   88 tx-outf-not-found value "35".
01 tx-archctl-status pic x(02) value "00".
   88 tx-archctl-not-found value "35".
01 tx-rollf-status pic x(02) value "00".
   88 tx-rollf-not-found value "35".
01 tx-archf-status pic x(02) value "00".
   88 tx-archf-ok value "00".
   88 tx-archf-not-found value "35".
      88 tx-review-pass value "2".
   02 tx-ctl-eof-sw pic x value "N".
      88 tx-ctl-eof value "Y".
   02 tx-roll-eof-sw pic x value "N".
      88 tx-roll-eof value "Y".
   02 tx-arch-eof-sw pic x value "N".
      88 tx-arch-eof value "Y".
   02 tx-rate-eof-sw pic x value "N".
*> lines are read into the work view; live records are moved to
*> it, so one summing paragraph serves both.
*> ------------------------------------------------------------
01 tx-work-rec pic x(130) value spaces.
01 tx-work-view redefines tx-work-rec.
   02 tx-w-fidnum pic 9(06).
   02 tx-w-entry-date pic 9(08).
   02 tx-w-tran-type pic x(01).
   02 tx-w-cname pic x(30).
   02 tx-arch-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
*> ------------------------------------------------------------
*> the archive control file being walked -- each dated history
*> file HISTROLL has rolled archctl.dat lines off to (see
*> ROLLCTL.CPY), then archctl.dat itself.
*> ------------------------------------------------------------
01 tx-archctl-name pic x(16) value "ARCHCTL.DAT".
01 tx-hist-file-name.
   02 filler pic x(04) value "ACTL".
   02 tx-hist-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
*> ------------------------------------------------------------
*> run totals
*> ------------------------------------------------------------
01 tx-grand-tax pic s9(11)v99 value 0.
01 tx-hand-count pic 9(06) comp value 0.
01 tx-hand-total pic s9(11)v99 value 0.
01 tx-wo-count pic 9(06) comp value 0.
01 tx-wo-total pic s9(11)v99 value 0.
01 tx-rcv-count pic 9(06) comp value 0.
01 tx-rcv-total pic s9(11)v99 value 0.
01 tx-rst-count pic 9(06) comp value 0.
01 tx-rst-total pic s9(11)v99 value 0.
*> ------------------------------------------------------------
*> report lines
*> ------------------------------------------------------------
      "HAND-CORRECTED CHARGES - NO COMPONENT BREAKDOWN - REVIEW THESE".
01 tx-hand-line.
   02 filler pic x(02) value spaces.
   02 tx-x-idnum pic 9(06).
   02 filler pic x(07) value "  date ".
   02 tx-x-date pic 9(08).
   02 filler pic x(08) value "  total ".
   02 tx-x-total pic $$,$$$,$$9.99-.
01 tx-bad-debt-heading.
   02 filler pic x(59) value
      "BAD-DEBT WRITE-OFFS AND RECOVERIES - NOT CREDIT ADJUSTMENTS".
01 tx-bad-debt-line.
   02 filler pic x(02) value spaces.
   02 tx-b-label pic x(30).
   02 tx-b-count pic zzz,zz9.
   02 filler pic x(02) value spaces.
   02 tx-b-total pic $$,$$$,$$$,$$9.99-.
*> ------------------------------------------------------------
*> filing the listing in the dated report archive (see
*> RPTARCH).  a hand-run report is signed with its own name.
*> ------------------------------------------------------------
01 tx-job-id pic x(08) value "TAXRPT".
01 tx-report-name pic x(08) value spaces.
01 tx-filed-sw pic x(01) value "N".
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
    display "  remittance lines     : " tx-line-count
    display "  total tax to remit   : " tx-grand-tax
    display "  hand-corrected listed: " tx-hand-count
    display "  bad-debt write-offs  : " tx-wo-count
    display "  recoveries received  : " tx-rcv-count
    move "TAXRPT" to tx-report-name
    perform 8000-file-listing thru 8000-exit
    stop run.
*> ------------------------------------------------------------
*> 1000-LOAD-RATES -- load rates.dat once, the same table
2100-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-SUM-ARCHIVES -- walk the archctl.dat lines HISTROLL has
*> rolled off to history files, then archctl.dat, and read each
*> dated archive once.  a missing archctl.dat just means nothing
*> has ever been archived.
*> ------------------------------------------------------------
3000-sum-archives.
    move "N" to tx-roll-eof-sw
    open input rollf
    if not tx-rollf-not-found
        perform 3050-walk-one-roll thru 3050-exit
            until tx-roll-eof
        close rollf
    end-if
    move "ARCHCTL.DAT" to tx-archctl-name
    perform 3080-walk-control-file thru 3080-exit.
3000-exit.
    exit.
3050-walk-one-roll.
    read rollf
        at end
            set tx-roll-eof to true
            go to 3050-exit
    end-read
    move rl-cutoff-date to tx-hist-name-date
    move tx-hist-file-name to tx-archctl-name
    perform 3080-walk-control-file thru 3080-exit
    if tx-archctl-not-found
        display "warning - " tx-hist-file-name " on rollctl.dat "
            "but not on disk - skipped"
    end-if.
3050-exit.
    exit.
3080-walk-control-file.
    move "N" to tx-ctl-eof-sw
    open input archctl
    if tx-archctl-not-found
        go to 3080-exit
    end-if
    perform 3100-read-one-control thru 3100-exit
        until tx-ctl-eof
    close archctl.
3080-exit.
    exit.
3100-read-one-control.
    read archctl
        at end
            set tx-ctl-eof to true
        not at end
            if acl-carry-forward
                go to 3100-exit
            end-if
            perform 3200-check-cutoff-seen thru 3200-exit
            if not tx-cutoff-seen
                perform 3300-sum-one-archive thru 3300-exit
*> the zeroed breakdown maintenance mode leaves has no
*> trustworthy tax figure: the summing pass only counts it, and
*> the review pass at the foot of the report lists it.  the same
*> walk over both files serves both passes.  a write-off or
*> recovery in range is only totaled, in the summing pass.
*> ------------------------------------------------------------
4000-sum-one-record.
    if tx-w-entry-date < tx-from-date
            or tx-w-entry-date > tx-to-date
        go to 4000-exit
    end-if
    if tx-w-tran-type = "W" or "V" or "Y"
        if tx-sum-pass
            perform 4050-total-bad-debt thru 4050-exit
        end-if
        go to 4000-exit
    end-if
    if tx-w-tran-type not = "C"
        go to 4000-exit
    end-if
    if tx-w-base = 0 and tx-w-tax = 0 and tx-w-surch = 0
            and tx-w-total not = 0
        if tx-sum-pass
    perform 4200-post-to-line thru 4200-exit.
4000-exit.
    exit.
4050-total-bad-debt.
    evaluate tx-w-tran-type
        when "W"
            add 1 to tx-wo-count
            add tx-w-total to tx-wo-total
        when "V"
            add 1 to tx-rcv-count
            add tx-w-total to tx-rcv-total
        when other
            add 1 to tx-rst-count
            add tx-w-total to tx-rst-total
    end-evaluate.
4050-exit.
    exit.
*> ------------------------------------------------------------
*> 4100-PICK-RATE-SET -- latest effective date on or before the
*> entry date, the pick CALCCHG makes.  zero means no set was in
        write rpt-line
    else
        perform 5200-list-hand-corrected thru 5200-exit
    end-if
    perform 5400-print-bad-debt thru 5400-exit.
5000-exit.
    exit.
5100-print-one-line.
5300-exit.
    exit.
*> ------------------------------------------------------------
*> 5400-PRINT-BAD-DEBT -- the write-off and recovery totals for
*> the range, kept apart from the remittance and from ordinary
*> credit adjustments.
*> ------------------------------------------------------------
5400-print-bad-debt.
    move tx-bad-debt-heading to rpt-line
    write rpt-line
    move "bad-debt written off" to tx-b-label
    move tx-wo-count to tx-b-count
    move tx-wo-total to tx-b-total
    move tx-bad-debt-line to rpt-line
    write rpt-line
    move "recovery money received" to tx-b-label
    move tx-rcv-count to tx-b-count
    move tx-rcv-total to tx-b-total
    move tx-bad-debt-line to rpt-line
    write rpt-line
    move "write-off recovered" to tx-b-label
    move tx-rst-count to tx-b-count
    move tx-rst-total to tx-b-total
    move tx-bad-debt-line to rpt-line
    write rpt-line.
5400-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-FILE-LISTING -- file the listing named in
*> tx-report-name in the report archive under the date the
*> run covers.  a listing that could not be filed is a
*> warning only; the run itself did its work.
*> ------------------------------------------------------------
8000-file-listing.
    call "RPTARCH" using tx-report-name, tx-to-date, tx-job-id,
        tx-filed-sw
    if tx-filed-sw not = "Y"
        display "warning - " tx-report-name
            " listing not filed in the report archive"
    end-if.
8000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
