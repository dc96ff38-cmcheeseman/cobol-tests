       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rateimp.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Rate-change impact
*>   10/15/2026  TB    preview, run before a new rate set is keyed
*>   10/15/2026  TB    through RATEMNT.  The office keys a proposed
*>   10/15/2026  TB    tax, weekend-surcharge and finance-charge
*>   10/15/2026  TB    percentage (nothing is written to rates.dat)
*>   10/15/2026  TB    and a past date range, and every charge and
*>   10/15/2026  TB    finance charge in the range -- off the live
*>   10/15/2026  TB    outf.dat and each dated archive archctl.dat
*>   10/15/2026  TB    knows about, the way TAXRPT reads them -- is
*>   10/15/2026  TB    re-costed at the proposed rates.  A charge
*>   10/15/2026  TB    is re-costed off its stored FBASE-AMOUNT the
*>   10/15/2026  TB    way CALCCHG costs it; a finance charge is
*>   10/15/2026  TB    scaled from the percentage in force on its
*>   10/15/2026  TB    entry date to the proposed one.  Old against
*>   10/15/2026  TB    new tax, surcharge and finance charge is
*>   10/15/2026  TB    totaled by branch and by month, followed by
*>   10/15/2026  TB    the customers who move the most.  A charge
*>   10/15/2026  TB    corrected by hand (zeroed breakdown) or a
*>   10/15/2026  TB    finance charge with no percentage on file
*>   10/15/2026  TB    to scale from cannot be re-costed, and is
*>   10/15/2026  TB    listed separately at the foot.  The listing
*>   10/15/2026  TB    is filed in the dated report archive.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) and the record carries
*>   10/15/2026  TB    FOPER-ID -- the archive line and its work
*>   10/15/2026  TB    view are 130 bytes and the movers' id
*>   10/15/2026  TB    column is widened to match.
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
file-control.
    select outf assign to "OUTF.DAT"
        organization is indexed
        access mode is sequential
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        file status is ip-outf-status.
    select archctl assign using ip-archctl-name
        organization is line sequential
        access is sequential
        file status is ip-archctl-status.
    select rollf assign to "ROLLCTL.DAT"
        organization is line sequential
        access is sequential
        file status is ip-rollf-status.
    select archf assign using ip-arch-file-name
        organization is line sequential
        file status is ip-archf-status.
    select ratef assign to "RATES.DAT"
        organization is line sequential
        access is sequential
        file status is ip-ratef-status.
    select rptout assign to "RATEIMP.LST"
        organization is line sequential
        file status is ip-rptout-status.
data division.
file section.
fd outf.
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
01 rpt-line pic x(132).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 ip-outf-status pic x(02) value "00".
   88 ip-outf-ok value "00" "02".
   88 ip-outf-not-found value "35".
01 ip-archctl-status pic x(02) value "00".
   88 ip-archctl-not-found value "35".
01 ip-rollf-status pic x(02) value "00".
   88 ip-rollf-not-found value "35".
01 ip-archf-status pic x(02) value "00".
   88 ip-archf-ok value "00".
   88 ip-archf-not-found value "35".
01 ip-ratef-status pic x(02) value "00".
   88 ip-ratef-ok value "00".
   88 ip-ratef-not-found value "35".
01 ip-rptout-status pic x(02) value "00".
01 ip-switches.
   02 ip-eof-sw pic x value "N".
      88 ip-eof value "Y".
   02 ip-pass-sw pic x value "1".
      88 ip-sum-pass value "1".
      88 ip-review-pass value "2".
   02 ip-ctl-eof-sw pic x value "N".
      88 ip-ctl-eof value "Y".
   02 ip-roll-eof-sw pic x value "N".
      88 ip-roll-eof value "Y".
   02 ip-arch-eof-sw pic x value "N".
      88 ip-arch-eof value "Y".
   02 ip-rate-eof-sw pic x value "N".
      88 ip-rate-eof value "Y".
   02 ip-found-sw pic x value "N".
      88 ip-found value "Y".
*> ------------------------------------------------------------
*> the date range and the proposed rate set keyed by the office.
*> percentages are keyed in hundredths, as RATEMNT takes them.
*> ------------------------------------------------------------
01 ip-from-date pic 9(08) value 0.
01 ip-to-date pic 9(08) value 0.
01 ip-pct-hundredths pic 9(04) value 0.
01 ip-new-tax-pct pic 9(02)v99 value 0.
01 ip-new-wkend-pct pic 9(02)v99 value 0.
01 ip-new-fin-pct pic 9(02)v99 value 0.
01 ip-reply pic x(01) value space.
*> ------------------------------------------------------------
*> rate sets off rates.dat, loaded once.  only the finance
*> percentage is needed from them -- a charge carries its own
*> costed tax and surcharge -- plus the set in force at the end
*> of the range, shown beside the proposal for comparison.
*> ------------------------------------------------------------
01 ip-rate-count pic 9(04) comp value 0.
01 ip-rate-sub pic 9(04) comp value 0.
01 ip-rate-table.
   02 ip-rate-entry occurs 50 times.
      03 ip-r-effective-date pic 9(08).
      03 ip-r-tax-pct pic 9(02)v99.
      03 ip-r-wkend-pct pic 9(02)v99.
      03 ip-r-fin-pct pic 9(02)v99.
01 ip-picked-date pic 9(08) value 0.
01 ip-picked-sub pic 9(04) comp value 0.
01 ip-pick-for-date pic 9(08) value 0.
*> ------------------------------------------------------------
*> the record being re-costed, whichever file it came off.
*> archive lines are read into the work view; live records are
*> moved to it, so one paragraph serves both.
*> ------------------------------------------------------------
01 ip-work-rec pic x(130) value spaces.
01 ip-work-view redefines ip-work-rec.
   02 ip-w-fidnum pic 9(06).
   02 ip-w-entry-date pic 9(08).
   02 ip-w-tran-type pic x(01).
   02 ip-w-cname pic x(30).
   02 ip-w-total pic s9(07)v99.
   02 ip-w-base pic s9(07)v99.
   02 ip-w-tax pic s9(07)v99.
   02 ip-w-surch pic s9(07)v99.
   02 filler pic x(22).
   02 ip-w-branch pic x(03).
   02 filler pic x(24).
*> ------------------------------------------------------------
*> the old and new figures for the record in hand
*> ------------------------------------------------------------
01 ip-old-tax pic s9(07)v99 value 0.
01 ip-new-tax pic s9(07)v99 value 0.
01 ip-old-surch pic s9(07)v99 value 0.
01 ip-new-surch pic s9(07)v99 value 0.
01 ip-old-fin pic s9(07)v99 value 0.
01 ip-new-fin pic s9(07)v99 value 0.
01 ip-change pic s9(11)v99 value 0.
*> ------------------------------------------------------------
*> day-of-week work fields, as CALCCHG keeps them.  the remainder
*> of the day number over seven is 6 for a Saturday and 0 for a
*> Sunday.
*> ------------------------------------------------------------
01 ip-day-number pic 9(07) comp value 0.
01 ip-day-quotient pic 9(07) comp value 0.
01 ip-day-remainder pic 9(01) comp value 0.
   88 ip-weekend value 0 6.
*> ------------------------------------------------------------
*> the branch and month total lines, one table kept in order of
*> ip-t-kind ("B" branch, "M" month) then key, so each section
*> prints straight off it.
*> ------------------------------------------------------------
01 ip-post-kind pic x(01) value space.
01 ip-post-key pic x(06) value spaces.
01 ip-tot-count pic 9(04) comp value 0.
01 ip-tot-sub pic 9(04) comp value 0.
01 ip-shift-sub pic 9(04) comp value 0.
01 ip-insert-at pic 9(04) comp value 0.
01 ip-tot-table.
   02 ip-tot-entry occurs 200 times.
      03 ip-t-sort-key.
         04 ip-t-kind pic x(01).
         04 ip-t-key pic x(06).
      03 ip-t-count pic 9(06).
      03 ip-t-old-tax pic s9(11)v99.
      03 ip-t-new-tax pic s9(11)v99.
      03 ip-t-old-surch pic s9(11)v99.
      03 ip-t-new-surch pic s9(11)v99.
      03 ip-t-old-fin pic s9(11)v99.
      03 ip-t-new-fin pic s9(11)v99.
01 ip-post-sort-key.
   02 ip-p-kind pic x(01).
   02 ip-p-key pic x(06).
*> ------------------------------------------------------------
*> per-customer movement, for the top movers.  ip-c-size is the
*> change with its sign dropped, so the biggest movers in either
*> direction rank together.
*> ------------------------------------------------------------
01 ip-cust-count pic 9(04) comp value 0.
01 ip-cust-sub pic 9(04) comp value 0.
01 ip-cust-table.
   02 ip-cust-entry occurs 2000 times.
      03 ip-c-fidnum pic 9(06).
      03 ip-c-cname pic x(30).
      03 ip-c-old pic s9(09)v99.
      03 ip-c-new pic s9(09)v99.
      03 ip-c-size pic 9(09)v99.
      03 ip-c-listed pic x(01).
01 ip-movers-max pic 9(04) comp value 20.
01 ip-movers-listed pic 9(04) comp value 0.
01 ip-best-sub pic 9(04) comp value 0.
01 ip-best-size pic 9(09)v99 value 0.
*> ------------------------------------------------------------
*> archive cutoffs already read, so a cutoff archctl.dat lists
*> twice (an archive run rerun) is not re-costed twice.
*> ------------------------------------------------------------
01 ip-done-count pic 9(04) comp value 0.
01 ip-done-sub pic 9(04) comp value 0.
01 ip-done-table.
   02 ip-done-cutoff pic 9(08) occurs 50 times.
01 ip-cutoff-seen-sw pic x(01) value "N".
   88 ip-cutoff-seen value "Y".
01 ip-arch-file-name.
   02 filler pic x(04) value "ARCH".
   02 ip-arch-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
*> ------------------------------------------------------------
*> the archive control file being walked -- each dated history
*> file HISTROLL has rolled archctl.dat lines off to (see
*> ROLLCTL.CPY), then archctl.dat itself.
*> ------------------------------------------------------------
01 ip-archctl-name pic x(16) value "ARCHCTL.DAT".
01 ip-hist-file-name.
   02 filler pic x(04) value "ACTL".
   02 ip-hist-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
*> ------------------------------------------------------------
*> run totals
*> ------------------------------------------------------------
01 ip-recost-count pic 9(06) comp value 0.
01 ip-hand-count pic 9(06) comp value 0.
01 ip-hand-total pic s9(11)v99 value 0.
01 ip-norate-count pic 9(06) comp value 0.
01 ip-norate-total pic s9(11)v99 value 0.
01 ip-grand-old pic s9(11)v99 value 0.
01 ip-grand-new pic s9(11)v99 value 0.
*> ------------------------------------------------------------
*> report lines
*> ------------------------------------------------------------
01 ip-heading-1.
   02 filler pic x(33) value
      "RATE-CHANGE IMPACT - CHARGES OF ".
   02 ip-h-from pic 9(08).
   02 filler pic x(04) value " TO ".
   02 ip-h-to pic 9(08).
01 ip-heading-2.
   02 filler pic x(20) value "  PROPOSED:  TAX ".
   02 ip-h-new-tax pic z9.99.
   02 filler pic x(14) value "%   WEEKEND ".
   02 ip-h-new-wkend pic z9.99.
   02 filler pic x(14) value "%   FINANCE ".
   02 ip-h-new-fin pic z9.99.
   02 filler pic x(01) value "%".
01 ip-heading-3.
   02 filler pic x(20) value "  IN FORCE:  TAX ".
   02 ip-h-old-tax pic z9.99.
   02 filler pic x(14) value "%   WEEKEND ".
   02 ip-h-old-wkend pic z9.99.
   02 filler pic x(14) value "%   FINANCE ".
   02 ip-h-old-fin pic z9.99.
   02 filler pic x(14) value "%   SINCE ".
   02 ip-h-old-date pic 9(08).
01 ip-column-heading.
   02 ip-ch-label pic x(18).
   02 filler pic x(16) value "        OLD TAX ".
   02 filler pic x(16) value "        NEW TAX ".
   02 filler pic x(16) value "      OLD SURCH ".
   02 filler pic x(16) value "      NEW SURCH ".
   02 filler pic x(16) value "    OLD FIN CHG ".
   02 filler pic x(16) value "    NEW FIN CHG ".
   02 filler pic x(16) value "         CHANGE ".
01 ip-detail-line.
   02 filler pic x(02) value spaces.
   02 ip-d-label pic x(08).
   02 filler pic x(01) value space.
   02 ip-d-count pic zzz,zz9.
   02 filler pic x(01) value space.
   02 ip-d-old-tax pic $$$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 ip-d-new-tax pic $$$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 ip-d-old-surch pic $$$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 ip-d-new-surch pic $$$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 ip-d-old-fin pic $$$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 ip-d-new-fin pic $$$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 ip-d-change pic $$$,$$$,$$9.99-.
01 ip-mover-heading.
   02 filler pic x(48) value
      "CUSTOMERS WHO MOVE THE MOST - TAX + SURCHARGE + ".
   02 filler pic x(14) value "FINANCE CHARGE".
01 ip-mover-columns.
   02 filler pic x(48) value
      "  RANK  IDNO     NAME".
   02 filler pic x(46) value
      "           OLD             NEW          CHANGE".
01 ip-mover-line.
   02 filler pic x(02) value spaces.
   02 ip-m-rank pic zzz9.
   02 filler pic x(02) value spaces.
   02 ip-m-fidnum pic 9(06).
   02 filler pic x(03) value spaces.
   02 ip-m-cname pic x(30).
   02 filler pic x(01) value space.
   02 ip-m-old pic $$$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 ip-m-new pic $$$,$$$,$$9.99-.
   02 filler pic x(01) value space.
   02 ip-m-change pic $$$,$$$,$$9.99-.
01 ip-hand-heading.
   02 filler pic x(48) value
      "NOT RE-COSTED - HAND-CORRECTED CHARGES (ZEROED ".
   02 filler pic x(48) value
      "BREAKDOWN) AND FINANCE CHARGES WITH NO RATE".
01 ip-hand-line.
   02 filler pic x(02) value spaces.
   02 ip-x-idnum pic 9(06).
   02 filler pic x(07) value "  date ".
   02 ip-x-date pic 9(08).
   02 filler pic x(08) value "  type ".
   02 ip-x-type pic x(01).
   02 filler pic x(10) value "  branch ".
   02 ip-x-branch pic x(03).
   02 filler pic x(08) value "  total ".
   02 ip-x-total pic $$,$$$,$$9.99-.
   02 filler pic x(02) value spaces.
   02 ip-x-why pic x(30).
01 ip-total-line.
   02 ip-tl-label pic x(40).
   02 ip-tl-count pic zzz,zz9.
   02 filler pic x(02) value spaces.
   02 ip-tl-amount pic $$,$$$,$$$,$$9.99-.
*> ------------------------------------------------------------
*> filing the listing in the dated report archive (see
*> RPTARCH).  a hand-run report is signed with its own name.
*> ------------------------------------------------------------
01 ip-job-id pic x(08) value "RATEIMP".
01 ip-report-name pic x(08) value spaces.
01 ip-filed-sw pic x(01) value "N".
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
*> ------------------------------------------------------------
0000-mainline.
    perform 1000-key-proposal thru 1000-exit
    perform 1500-load-rates thru 1500-exit
    open output rptout
    perform 5000-print-headings thru 5000-exit
    perform 2000-cost-live-file thru 2000-exit
    perform 3000-cost-archives thru 3000-exit
    perform 6000-print-impact thru 6000-exit
    close rptout
    display "rate-change impact written to RATEIMP.LST"
    display "  charges re-costed    : " ip-recost-count
    display "  old total            : " ip-grand-old
    display "  new total            : " ip-grand-new
    display "  not re-costed, listed: "
        ip-hand-count " hand-corrected, "
        ip-norate-count " finance with no rate"
    move "RATEIMP" to ip-report-name
    perform 8000-file-listing thru 8000-exit
    stop run.
*> ------------------------------------------------------------
*> 1000-KEY-PROPOSAL -- the past range to re-cost and the rate
*> set proposed.  nothing keyed here is written anywhere but
*> the listing.
*> ------------------------------------------------------------
1000-key-proposal.
    display "enter from date (yyyymmdd): " with no advancing
    accept ip-from-date
    display "enter to date (yyyymmdd): " with no advancing
    accept ip-to-date
    if ip-to-date < ip-from-date
        display "to date is before from date - nothing run"
        stop run
    end-if
    display "enter proposed tax percent in hundredths "
        "(e.g. 0825 = 8.25%): " with no advancing
    accept ip-pct-hundredths
    compute ip-new-tax-pct = ip-pct-hundredths / 100
    display "enter proposed weekend surcharge percent in "
        "hundredths (e.g. 0500 = 5.00%): " with no advancing
    accept ip-pct-hundredths
    compute ip-new-wkend-pct = ip-pct-hundredths / 100
    display "enter proposed monthly finance charge percent in "
        "hundredths (e.g. 0150 = 1.50%): " with no advancing
    accept ip-pct-hundredths
    compute ip-new-fin-pct = ip-pct-hundredths / 100
    display "re-cost " ip-from-date " to " ip-to-date
        " at tax " ip-new-tax-pct " weekend " ip-new-wkend-pct
        " finance " ip-new-fin-pct " (Y/N)? " with no advancing
    accept ip-reply
    if ip-reply not = "Y" and ip-reply not = "y"
        display "nothing run"
        stop run
    end-if.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 1500-LOAD-RATES -- load rates.dat once.  no rates on file
*> just means no finance charge can be scaled and the in-force
*> line shows zeros.
*> ------------------------------------------------------------
1500-load-rates.
    open input ratef
    if ip-ratef-not-found
        go to 1500-exit
    end-if
    if not ip-ratef-ok
        perform 9300-ratef-error thru 9300-exit
    end-if
    perform 1600-load-one-rate thru 1600-exit
        until ip-rate-eof
    close ratef.
1500-exit.
    exit.
1600-load-one-rate.
    read ratef
        at end
            set ip-rate-eof to true
        not at end
            if ip-rate-count not < 50
                display "more than 50 rate sets on rates.dat - "
                    "raise ip-rate-table's size before continuing"
                stop run
            end-if
            add 1 to ip-rate-count
            move rt-effective-date
                to ip-r-effective-date(ip-rate-count)
            move rt-tax-pct to ip-r-tax-pct(ip-rate-count)
            move rt-wkend-pct to ip-r-wkend-pct(ip-rate-count)
            if rt-fin-pct numeric
                move rt-fin-pct to ip-r-fin-pct(ip-rate-count)
            else
                move 0 to ip-r-fin-pct(ip-rate-count)
            end-if
    end-read
    if not ip-ratef-ok and not ip-rate-eof
        perform 9300-ratef-error thru 9300-exit
    end-if.
1600-exit.
    exit.
*> ------------------------------------------------------------
*> 1700-PICK-RATE-SET -- latest effective date on or before
*> ip-pick-for-date, the pick CALCCHG makes.  a zero
*> ip-picked-sub means no set was in force.
*> ------------------------------------------------------------
1700-pick-rate-set.
    move 0 to ip-picked-date
    move 0 to ip-picked-sub
    move 0 to ip-rate-sub
    perform 1710-scan-one-rate thru 1710-exit
        until ip-rate-sub not < ip-rate-count.
1700-exit.
    exit.
1710-scan-one-rate.
    add 1 to ip-rate-sub
    if ip-r-effective-date(ip-rate-sub)
            not > ip-pick-for-date
        and ip-r-effective-date(ip-rate-sub) > ip-picked-date
        move ip-r-effective-date(ip-rate-sub)
            to ip-picked-date
        move ip-rate-sub to ip-picked-sub
    end-if.
1710-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-COST-LIVE-FILE -- every in-range record still on the
*> live outf.dat.  a missing outf.dat is not an error here --
*> the range may be entirely on the archives.
*> ------------------------------------------------------------
2000-cost-live-file.
    move "N" to ip-eof-sw
    open input outf
    if ip-outf-not-found
        go to 2000-exit
    end-if
    if not ip-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    perform 2100-cost-one-live thru 2100-exit
        until ip-eof
    close outf.
2000-exit.
    exit.
2100-cost-one-live.
    read outf next record
        at end
            set ip-eof to true
        not at end
            move spaces to ip-work-rec
            move fdat to ip-work-rec
            perform 4000-cost-one-record thru 4000-exit
    end-read
    if not ip-outf-ok and not ip-eof
        perform 9000-outf-error thru 9000-exit
    end-if.
2100-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-COST-ARCHIVES -- walk the archctl.dat lines HISTROLL has
*> rolled off to history files, then archctl.dat, and read each
*> dated archive once.  a missing archctl.dat just means nothing
*> has ever been archived.
*> ------------------------------------------------------------
3000-cost-archives.
    move "N" to ip-roll-eof-sw
    open input rollf
    if not ip-rollf-not-found
        perform 3050-walk-one-roll thru 3050-exit
            until ip-roll-eof
        close rollf
    end-if
    move "ARCHCTL.DAT" to ip-archctl-name
    perform 3080-walk-control-file thru 3080-exit.
3000-exit.
    exit.
3050-walk-one-roll.
    read rollf
        at end
            set ip-roll-eof to true
            go to 3050-exit
    end-read
    move rl-cutoff-date to ip-hist-name-date
    move ip-hist-file-name to ip-archctl-name
    perform 3080-walk-control-file thru 3080-exit
    if ip-archctl-not-found
        display "warning - " ip-hist-file-name " on rollctl.dat "
            "but not on disk - skipped"
    end-if.
3050-exit.
    exit.
3080-walk-control-file.
    move "N" to ip-ctl-eof-sw
    open input archctl
    if ip-archctl-not-found
        go to 3080-exit
    end-if
    perform 3100-read-one-control thru 3100-exit
        until ip-ctl-eof
    close archctl.
3080-exit.
    exit.
3100-read-one-control.
    read archctl
        at end
            set ip-ctl-eof to true
        not at end
            if acl-carry-forward
                go to 3100-exit
            end-if
            perform 3200-check-cutoff-seen thru 3200-exit
            if not ip-cutoff-seen
                perform 3300-cost-one-archive thru 3300-exit
            end-if
    end-read.
3100-exit.
    exit.
3200-check-cutoff-seen.
    move "N" to ip-cutoff-seen-sw
    move 0 to ip-done-sub
    perform 3210-check-one-cutoff thru 3210-exit
        until ip-done-sub not < ip-done-count
            or ip-cutoff-seen
    if not ip-cutoff-seen
        if ip-done-count not < 50
            display "more than 50 archive cutoffs on "
                "archctl.dat - raise ip-done-table's size "
                "before continuing"
            stop run
        end-if
        add 1 to ip-done-count
        move acl-cutoff-date to ip-done-cutoff(ip-done-count)
    end-if.
3200-exit.
    exit.
3210-check-one-cutoff.
    add 1 to ip-done-sub
    if ip-done-cutoff(ip-done-sub) = acl-cutoff-date
        set ip-cutoff-seen to true
    end-if.
3210-exit.
    exit.
3300-cost-one-archive.
    move acl-cutoff-date to ip-arch-name-date
    move "N" to ip-arch-eof-sw
    open input archf
    if ip-archf-not-found
        display "warning - " ip-arch-file-name
            " on archctl.dat but not on disk - skipped"
        go to 3300-exit
    end-if
    if not ip-archf-ok
        perform 9400-archf-error thru 9400-exit
    end-if
    perform 3400-cost-one-arch-record thru 3400-exit
        until ip-arch-eof
    close archf.
3300-exit.
    exit.
3400-cost-one-arch-record.
    read archf into ip-work-rec
        at end
            set ip-arch-eof to true
        not at end
            perform 4000-cost-one-record thru 4000-exit
    end-read.
3400-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-COST-ONE-RECORD -- the record in the work view, off
*> either file.  only a charge or a finance charge in the keyed
*> range counts.  one that cannot be re-costed is only counted
*> in the costing pass and listed in the review pass at the
*> foot, the way TAXRPT lists its hand-corrected charges.
*> ------------------------------------------------------------
4000-cost-one-record.
    if ip-w-entry-date < ip-from-date
            or ip-w-entry-date > ip-to-date
        go to 4000-exit
    end-if
    evaluate ip-w-tran-type
        when "C"
            perform 4100-recost-charge thru 4100-exit
        when "F"
            perform 4200-recost-finance thru 4200-exit
    end-evaluate.
4000-exit.
    exit.
*> ------------------------------------------------------------
*> 4100-RECOST-CHARGE -- tax and surcharge off the stored base,
*> each rounded to the cent on its own, the surcharge only for
*> a Saturday or Sunday entry date -- CALCCHG's 3000-BUILD-
*> CHARGE at the proposed percentages.  the zeroed breakdown
*> maintenance mode leaves has no base to re-cost from.
*> ------------------------------------------------------------
4100-recost-charge.
    if ip-w-base = 0 and ip-w-tax = 0 and ip-w-surch = 0
        if ip-w-total = 0
            go to 4100-exit
        end-if
        if ip-sum-pass
            add 1 to ip-hand-count
            add ip-w-total to ip-hand-total
        else
            move "hand-corrected - no breakdown" to ip-x-why
            perform 6700-list-one-not-costed thru 6700-exit
        end-if
        go to 4100-exit
    end-if
    if ip-review-pass
        go to 4100-exit
    end-if
    move ip-w-tax to ip-old-tax
    move ip-w-surch to ip-old-surch
    move 0 to ip-old-fin
    move 0 to ip-new-fin
    compute ip-new-tax rounded
        = ip-w-base * ip-new-tax-pct / 100
    compute ip-day-number
        = function integer-of-date(ip-w-entry-date)
    divide ip-day-number by 7
        giving ip-day-quotient
        remainder ip-day-remainder
    if ip-weekend
        compute ip-new-surch rounded
            = ip-w-base * ip-new-wkend-pct / 100
    else
        move 0 to ip-new-surch
    end-if
    perform 4500-post-record thru 4500-exit.
4100-exit.
    exit.
*> ------------------------------------------------------------
*> 4200-RECOST-FINANCE -- a finance charge is FINCHG's
*> percentage of a past-due balance it does not keep, so the
*> fee is scaled from the percentage in force on its entry date
*> (FINCHG's run date) to the proposed one.  with no percentage
*> on file for that date there is nothing to scale from.
*> ------------------------------------------------------------
4200-recost-finance.
    move ip-w-entry-date to ip-pick-for-date
    perform 1700-pick-rate-set thru 1700-exit
    if ip-picked-sub = 0
        move 0 to ip-picked-date
    else
        if ip-r-fin-pct(ip-picked-sub) = 0
            move 0 to ip-picked-sub
        end-if
    end-if
    if ip-picked-sub = 0
        if ip-sum-pass
            add 1 to ip-norate-count
            add ip-w-total to ip-norate-total
        else
            move "finance - no rate on file" to ip-x-why
            perform 6700-list-one-not-costed thru 6700-exit
        end-if
        go to 4200-exit
    end-if
    if ip-review-pass
        go to 4200-exit
    end-if
    move 0 to ip-old-tax
    move 0 to ip-new-tax
    move 0 to ip-old-surch
    move 0 to ip-new-surch
    move ip-w-total to ip-old-fin
    compute ip-new-fin rounded
        = ip-w-total * ip-new-fin-pct
            / ip-r-fin-pct(ip-picked-sub)
    perform 4500-post-record thru 4500-exit.
4200-exit.
    exit.
*> ------------------------------------------------------------
*> 4500-POST-RECORD -- the old and new figures into the branch
*> line, the month line and the customer's movement.
*> ------------------------------------------------------------
4500-post-record.
    add 1 to ip-recost-count
    compute ip-change = ip-new-tax + ip-new-surch + ip-new-fin
        - ip-old-tax - ip-old-surch - ip-old-fin
    add ip-old-tax ip-old-surch ip-old-fin to ip-grand-old
    add ip-new-tax ip-new-surch ip-new-fin to ip-grand-new
    move "B" to ip-post-kind
    move ip-w-branch to ip-post-key
    perform 4600-post-to-total thru 4600-exit
    move "M" to ip-post-kind
    move ip-w-entry-date(1:6) to ip-post-key
    perform 4600-post-to-total thru 4600-exit
    perform 4700-post-to-customer thru 4700-exit.
4500-exit.
    exit.
*> ------------------------------------------------------------
*> 4600-POST-TO-TOTAL -- find the branch or month line, or open
*> a new one in kind-and-key order.
*> ------------------------------------------------------------
4600-post-to-total.
    move ip-post-kind to ip-p-kind
    move ip-post-key to ip-p-key
    move 0 to ip-insert-at
    move 0 to ip-tot-sub
    perform 4610-find-total-slot thru 4610-exit
        until ip-tot-sub not < ip-tot-count
            or ip-insert-at > 0
    if ip-insert-at = 0
        perform 4640-check-total-room thru 4640-exit
        add 1 to ip-tot-count
        move ip-tot-count to ip-insert-at
        perform 4630-open-total-line thru 4630-exit
    else
        if ip-t-sort-key(ip-insert-at) not = ip-post-sort-key
            perform 4620-insert-total-line thru 4620-exit
        end-if
    end-if
    add 1 to ip-t-count(ip-insert-at)
    add ip-old-tax to ip-t-old-tax(ip-insert-at)
    add ip-new-tax to ip-t-new-tax(ip-insert-at)
    add ip-old-surch to ip-t-old-surch(ip-insert-at)
    add ip-new-surch to ip-t-new-surch(ip-insert-at)
    add ip-old-fin to ip-t-old-fin(ip-insert-at)
    add ip-new-fin to ip-t-new-fin(ip-insert-at).
4600-exit.
    exit.
4610-find-total-slot.
    add 1 to ip-tot-sub
    if ip-t-sort-key(ip-tot-sub) not < ip-post-sort-key
        move ip-tot-sub to ip-insert-at
    end-if.
4610-exit.
    exit.
4620-insert-total-line.
    perform 4640-check-total-room thru 4640-exit
    add 1 to ip-tot-count
    move ip-tot-count to ip-shift-sub
    perform 4650-shift-one-total thru 4650-exit
        until ip-shift-sub not > ip-insert-at
    perform 4630-open-total-line thru 4630-exit.
4620-exit.
    exit.
4630-open-total-line.
    move ip-post-sort-key to ip-t-sort-key(ip-insert-at)
    move 0 to ip-t-count(ip-insert-at)
    move 0 to ip-t-old-tax(ip-insert-at)
    move 0 to ip-t-new-tax(ip-insert-at)
    move 0 to ip-t-old-surch(ip-insert-at)
    move 0 to ip-t-new-surch(ip-insert-at)
    move 0 to ip-t-old-fin(ip-insert-at)
    move 0 to ip-t-new-fin(ip-insert-at).
4630-exit.
    exit.
4640-check-total-room.
    if ip-tot-count not < 200
        display "more than 200 branch and month lines - raise "
            "ip-tot-table's size before continuing"
        stop run
    end-if.
4640-exit.
    exit.
4650-shift-one-total.
    move ip-tot-entry(ip-shift-sub - 1)
        to ip-tot-entry(ip-shift-sub)
    subtract 1 from ip-shift-sub.
4650-exit.
    exit.
*> ------------------------------------------------------------
*> 4700-POST-TO-CUSTOMER -- add the record's old and new figures
*> to its customer's line, opening one the first time through.
*> ------------------------------------------------------------
4700-post-to-customer.
    move "N" to ip-found-sw
    move 0 to ip-cust-sub
    perform 4710-find-one-customer thru 4710-exit
        until ip-cust-sub not < ip-cust-count or ip-found
    if not ip-found
        if ip-cust-count not < 2000
            display "more than 2000 customers re-costed - raise "
                "ip-cust-table's size before continuing"
            stop run
        end-if
        add 1 to ip-cust-count
        move ip-cust-count to ip-cust-sub
        move ip-w-fidnum to ip-c-fidnum(ip-cust-sub)
        move ip-w-cname to ip-c-cname(ip-cust-sub)
        move 0 to ip-c-old(ip-cust-sub)
        move 0 to ip-c-new(ip-cust-sub)
        move "N" to ip-c-listed(ip-cust-sub)
    end-if
    add ip-old-tax ip-old-surch ip-old-fin
        to ip-c-old(ip-cust-sub)
    add ip-new-tax ip-new-surch ip-new-fin
        to ip-c-new(ip-cust-sub)
    compute ip-c-size(ip-cust-sub)
        = ip-c-new(ip-cust-sub) - ip-c-old(ip-cust-sub)
    if ip-c-old(ip-cust-sub) > ip-c-new(ip-cust-sub)
        compute ip-c-size(ip-cust-sub)
            = ip-c-old(ip-cust-sub) - ip-c-new(ip-cust-sub)
    end-if.
4700-exit.
    exit.
4710-find-one-customer.
    add 1 to ip-cust-sub
    if ip-c-fidnum(ip-cust-sub) = ip-w-fidnum
        set ip-found to true
    end-if.
4710-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-PRINT-HEADINGS -- the range, the proposal, and the set
*> in force at the end of the range for comparison.
*> ------------------------------------------------------------
5000-print-headings.
    move ip-from-date to ip-h-from
    move ip-to-date to ip-h-to
    move ip-heading-1 to rpt-line
    write rpt-line
    move ip-new-tax-pct to ip-h-new-tax
    move ip-new-wkend-pct to ip-h-new-wkend
    move ip-new-fin-pct to ip-h-new-fin
    move ip-heading-2 to rpt-line
    write rpt-line
    move ip-to-date to ip-pick-for-date
    perform 1700-pick-rate-set thru 1700-exit
    if ip-picked-sub = 0
        move "  IN FORCE:  (no rate set on file)" to rpt-line
    else
        move ip-r-tax-pct(ip-picked-sub) to ip-h-old-tax
        move ip-r-wkend-pct(ip-picked-sub) to ip-h-old-wkend
        move ip-r-fin-pct(ip-picked-sub) to ip-h-old-fin
        move ip-picked-date to ip-h-old-date
        move ip-heading-3 to rpt-line
    end-if
    write rpt-line.
5000-exit.
    exit.
*> ------------------------------------------------------------
*> 6000-PRINT-IMPACT -- the branch section, the month section,
*> the top movers, and the records that could not be re-costed.
*> ------------------------------------------------------------
6000-print-impact.
    move spaces to rpt-line
    write rpt-line
    move "  BRANCH     COUNT" to ip-ch-label
    move ip-column-heading to rpt-line
    write rpt-line
    move "B" to ip-post-kind
    perform 6100-print-one-kind thru 6100-exit
    move spaces to rpt-line
    write rpt-line
    move "  MONTH      COUNT" to ip-ch-label
    move ip-column-heading to rpt-line
    write rpt-line
    move "M" to ip-post-kind
    perform 6100-print-one-kind thru 6100-exit
    perform 6300-print-movers thru 6300-exit
    perform 6600-print-not-costed thru 6600-exit.
6000-exit.
    exit.
6100-print-one-kind.
    if ip-recost-count = 0
        move "  (nothing in range to re-cost)" to rpt-line
        write rpt-line
        go to 6100-exit
    end-if
    move 0 to ip-tot-sub
    perform 6200-print-one-total thru 6200-exit
        until ip-tot-sub not < ip-tot-count.
6100-exit.
    exit.
6200-print-one-total.
    add 1 to ip-tot-sub
    if ip-t-kind(ip-tot-sub) not = ip-post-kind
        go to 6200-exit
    end-if
    move ip-t-key(ip-tot-sub) to ip-d-label
    if ip-t-kind(ip-tot-sub) = "B" and ip-t-key(ip-tot-sub) = spaces
        move "(none)" to ip-d-label
    end-if
    move ip-t-count(ip-tot-sub) to ip-d-count
    move ip-t-old-tax(ip-tot-sub) to ip-d-old-tax
    move ip-t-new-tax(ip-tot-sub) to ip-d-new-tax
    move ip-t-old-surch(ip-tot-sub) to ip-d-old-surch
    move ip-t-new-surch(ip-tot-sub) to ip-d-new-surch
    move ip-t-old-fin(ip-tot-sub) to ip-d-old-fin
    move ip-t-new-fin(ip-tot-sub) to ip-d-new-fin
    compute ip-change = ip-t-new-tax(ip-tot-sub)
        + ip-t-new-surch(ip-tot-sub) + ip-t-new-fin(ip-tot-sub)
        - ip-t-old-tax(ip-tot-sub) - ip-t-old-surch(ip-tot-sub)
        - ip-t-old-fin(ip-tot-sub)
    move ip-change to ip-d-change
    move ip-detail-line to rpt-line
    write rpt-line.
6200-exit.
    exit.
*> ------------------------------------------------------------
*> 6300-PRINT-MOVERS -- the ip-movers-max customers whose
*> figures move the most, up or down, biggest first.  a
*> customer who does not move at all is never listed.
*> ------------------------------------------------------------
6300-print-movers.
    move spaces to rpt-line
    write rpt-line
    move ip-mover-heading to rpt-line
    write rpt-line
    move ip-mover-columns to rpt-line
    write rpt-line
    move 0 to ip-movers-listed
    move 1 to ip-best-sub
    perform 6400-list-next-mover thru 6400-exit
        until ip-movers-listed not < ip-movers-max
            or ip-best-sub = 0
    if ip-movers-listed = 0
        move "  (no customer moves)" to rpt-line
        write rpt-line
    end-if.
6300-exit.
    exit.
6400-list-next-mover.
    move 0 to ip-best-sub
    move 0 to ip-best-size
    move 0 to ip-cust-sub
    perform 6500-check-one-mover thru 6500-exit
        until ip-cust-sub not < ip-cust-count
    if ip-best-sub = 0
        go to 6400-exit
    end-if
    move "Y" to ip-c-listed(ip-best-sub)
    add 1 to ip-movers-listed
    move ip-movers-listed to ip-m-rank
    move ip-c-fidnum(ip-best-sub) to ip-m-fidnum
    move ip-c-cname(ip-best-sub) to ip-m-cname
    move ip-c-old(ip-best-sub) to ip-m-old
    move ip-c-new(ip-best-sub) to ip-m-new
    compute ip-change
        = ip-c-new(ip-best-sub) - ip-c-old(ip-best-sub)
    move ip-change to ip-m-change
    move ip-mover-line to rpt-line
    write rpt-line.
6400-exit.
    exit.
6500-check-one-mover.
    add 1 to ip-cust-sub
    if ip-c-listed(ip-cust-sub) = "N"
            and ip-c-size(ip-cust-sub) > ip-best-size
        move ip-cust-sub to ip-best-sub
        move ip-c-size(ip-cust-sub) to ip-best-size
    end-if.
6500-exit.
    exit.
*> ------------------------------------------------------------
*> 6600-PRINT-NOT-COSTED -- the review pass: the same walk over
*> the live file and the archives, now only listing what could
*> not be re-costed so it prints together at the foot, then the
*> run totals.
*> ------------------------------------------------------------
6600-print-not-costed.
    move spaces to rpt-line
    write rpt-line
    move ip-hand-heading to rpt-line
    write rpt-line
    if ip-hand-count = 0 and ip-norate-count = 0
        move "  (none)" to rpt-line
        write rpt-line
    else
        set ip-review-pass to true
        perform 2000-cost-live-file thru 2000-exit
        move "N" to ip-ctl-eof-sw
        move 0 to ip-done-count
        perform 3000-cost-archives thru 3000-exit
    end-if
    move spaces to rpt-line
    write rpt-line
    move "charges and finance charges re-costed" to ip-tl-label
    move ip-recost-count to ip-tl-count
    compute ip-change = ip-grand-new - ip-grand-old
    move ip-change to ip-tl-amount
    move ip-total-line to rpt-line
    write rpt-line
    move "hand-corrected charges not re-costed" to ip-tl-label
    move ip-hand-count to ip-tl-count
    move ip-hand-total to ip-tl-amount
    move ip-total-line to rpt-line
    write rpt-line
    move "finance charges with no rate on file" to ip-tl-label
    move ip-norate-count to ip-tl-count
    move ip-norate-total to ip-tl-amount
    move ip-total-line to rpt-line
    write rpt-line.
6600-exit.
    exit.
6700-list-one-not-costed.
    move ip-w-fidnum to ip-x-idnum
    move ip-w-entry-date to ip-x-date
    move ip-w-tran-type to ip-x-type
    move ip-w-branch to ip-x-branch
    move ip-w-total to ip-x-total
    move ip-hand-line to rpt-line
    write rpt-line.
6700-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-FILE-LISTING -- file the listing named in
*> ip-report-name in the report archive under the last date
*> of the range.  a listing that could not be filed is a
*> warning only; the run itself did its work.
*> ------------------------------------------------------------
8000-file-listing.
    call "RPTARCH" using ip-report-name, ip-to-date, ip-job-id,
        ip-filed-sw
    if ip-filed-sw not = "Y"
        display "warning - " ip-report-name
            " listing not filed in the report archive"
    end-if.
8000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-outf-error.
    display "outf.dat file error - status " ip-outf-status
    display "rateimp terminating"
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9300-RATEF-ERROR -- a rates.dat operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9300-ratef-error.
    display "rates.dat file error - status " ip-ratef-status
    display "rateimp terminating"
    stop run.
9300-exit.
    exit.
*> ------------------------------------------------------------
*> 9400-ARCHF-ERROR -- an archive file operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9400-archf-error.
    display ip-arch-file-name " file error - status "
        ip-archf-status
    display "rateimp terminating"
    stop run.
9400-exit.
    exit.
