*>   09/01/2026  TB    sides, and maintenance-mode adjustment
*>   09/01/2026  TB    lines ride it too.  Only a non-numeric
*>   09/01/2026  TB    count (a pre-bucket control line) skips.
*>   10/15/2026  TB    The day's totals are read through the new
*>   10/15/2026  TB    entry-date alternate key on outf.dat (see
*>   10/15/2026  TB    FDATREC.CPY): START at the balance date
*>   10/15/2026  TB    and stop at the first record from another
*>   10/15/2026  TB    day, instead of reading the whole file.
*>   10/15/2026  TB    Status 02, a duplicate alternate value,
*>   10/15/2026  TB    counts as good.
*>   10/15/2026  TB    A day HISTROLL has rolled off outfctl.dat
*>   10/15/2026  TB    is proved from its dated history file (see
*>   10/15/2026  TB    ROLLCTL.CPY), found through rollctl.dat,
*>   10/15/2026  TB    and then outfctl.dat for anything posted
*>   10/15/2026  TB    to the day since.  The sheet names the
*>   10/15/2026  TB    history file read.  The carry-forward line
*>   10/15/2026  TB    never matches a day.
*>   10/15/2026  TB    The control file name is 16 bytes, room
*>   10/15/2026  TB    for a dated history file name with its
*>   10/15/2026  TB    .DAT.
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
        file status is bl-outf-status.
    select outfctl assign using bl-outfctl-name
        organization is line sequential
        access is sequential
        file status is bl-outfctl-status.
    select rollf assign to "ROLLCTL.DAT"
        organization is line sequential
        access is sequential
        file status is bl-rollf-status.
    select prfout assign to "BALANCE.LST"
        organization is line sequential
        file status is bl-prfout-status.
    copy FDATREC.
fd outfctl.
    copy OUTFCTL.
fd rollf.
    copy ROLLCTL.
fd prfout.
01 prf-line pic x(80).
working-storage section.
*> file-status and switch work fields
*> ------------------------------------------------------------
01 bl-outf-status pic x(02) value "00".
   88 bl-outf-ok value "00" "02".
   88 bl-outf-not-found value "35".
01 bl-outfctl-status pic x(02) value "00".
   88 bl-outfctl-ok value "00".
   88 bl-outfctl-not-found value "35".
01 bl-rollf-status pic x(02) value "00".
   88 bl-rollf-ok value "00".
   88 bl-rollf-not-found value "35".
01 bl-prfout-status pic x(02) value "00".
01 bl-switches.
   02 bl-ctl-eof-sw pic x value "N".
      88 bl-ctl-eof value "Y".
   02 bl-outf-eof-sw pic x value "N".
      88 bl-outf-eof value "Y".
   02 bl-roll-eof-sw pic x value "N".
      88 bl-roll-eof value "Y".
   02 bl-balanced-sw pic x value "N".
      88 bl-in-balance value "Y".
*> ------------------------------------------------------------
*> ------------------------------------------------------------
01 bl-balance-date pic 9(08) value 0.
*> ------------------------------------------------------------
*> the control file being read -- outfctl.dat, and first, for a
*> day HISTROLL has rolled up, the dated history file holding
*> the day's lines (see ROLLCTL.CPY).
*> ------------------------------------------------------------
01 bl-outfctl-name pic x(16) value "OUTFCTL.DAT".
01 bl-hist-cutoff pic 9(08) value 0.
01 bl-hist-file-name.
   02 filler pic x(04) value "OCTL".
   02 bl-hist-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
*> ------------------------------------------------------------
*> control side -- what the day's run control records claim
*> ------------------------------------------------------------
01 bl-ctl-run-count pic 9(06) comp value 0.
   02 bl-bl-file-count pic zzz,zz9.
   02 filler pic x(01) value space.
   02 bl-bl-file-amount pic $$,$$$,$$$,$$9.99-.
01 bl-hist-line.
   02 filler pic x(31) value
      "  including lines rolled up to".
   02 bl-hl-name pic x(16).
01 bl-no-bucket-line.
   02 filler pic x(64) value
      "(control records carry no branch buckets - branch proof "
*> record written for the requested day.  A missing outfctl.dat
*> just means no runs have written control totals yet -- the
*> proof sheet will show zero runs and let the comparison speak.
*> A day HISTROLL has rolled off outfctl.dat is read from its
*> history file first; outfctl.dat is still read after it, for
*> any line posted to the day since.  The carry-forward line
*> (zero run date) never matches a day.
*> ------------------------------------------------------------
1000-sum-control-records.
    perform 1050-find-history-file thru 1050-exit
    if bl-hist-cutoff > 0
        move bl-hist-cutoff to bl-hist-name-date
        move bl-hist-file-name to bl-outfctl-name
        perform 1080-sum-control-file thru 1080-exit
        if bl-outfctl-not-found
            display "warning - " bl-hist-file-name " named on "
                "rollctl.dat is not on disk"
        end-if
    end-if
    move "OUTFCTL.DAT" to bl-outfctl-name
    perform 1080-sum-control-file thru 1080-exit.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 1050-FIND-HISTORY-FILE -- the earliest roll-up cutoff after
*> the balance date, when there is one: its history file holds
*> the day's lines.  no rollctl.dat means nothing has been
*> rolled up.
*> ------------------------------------------------------------
1050-find-history-file.
    move 0 to bl-hist-cutoff
    open input rollf
    if bl-rollf-not-found
        go to 1050-exit
    end-if
    perform 1060-check-one-roll thru 1060-exit
        until bl-roll-eof
    close rollf.
1050-exit.
    exit.
1060-check-one-roll.
    read rollf
        at end
            set bl-roll-eof to true
            go to 1060-exit
    end-read
    if not bl-rollf-ok
        display "rollctl.dat file error - status " bl-rollf-status
        display "balance terminating"
        stop run
    end-if
    if rl-cutoff-date > bl-balance-date
        if bl-hist-cutoff = 0 or rl-cutoff-date < bl-hist-cutoff
            move rl-cutoff-date to bl-hist-cutoff
        end-if
    end-if.
1060-exit.
    exit.
1080-sum-control-file.
    move "N" to bl-ctl-eof-sw
    open input outfctl
    if bl-outfctl-not-found
        go to 1080-exit
    end-if
    perform 1100-sum-one-control thru 1100-exit
        until bl-ctl-eof
    close outfctl.
1080-exit.
    exit.
1100-sum-one-control.
    read outfctl
*> day's records on outf.dat by FENTRY-DATE.  Payments and
*> credit adjustments net against charges exactly the way
*> COBTEST accumulates its run control total, so the two sides
*> are comparing like with like.  The read starts at the day
*> on the entry-date key and stops when the day ends, rather
*> than passing the whole file.  No record for the day is an
*> empty day, not an error.
*> ------------------------------------------------------------
2000-sum-file-records.
    open input outf
    if not bl-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    move bl-balance-date to fentry-date
    start outf key is = fentry-date
        invalid key
            set bl-outf-eof to true
    end-start
    perform 2100-sum-one-record thru 2100-exit
        until bl-outf-eof
    close outf.
2000-exit.
    exit.
2100-sum-one-record.
    read outf next record
        at end
            set bl-outf-eof to true
        not at end
            if fentry-date not = bl-balance-date
                set bl-outf-eof to true
            else
                add 1 to bl-file-record-count
                move fbranch-code to bl-work-branch
                perform 4000-find-branch-slot thru 4000-exit
    move bl-ctl-run-count to bl-r-count
    move bl-runs-line to prf-line
    write prf-line
    if bl-hist-cutoff > 0
        move bl-hist-file-name to bl-hl-name
        move bl-hist-line to prf-line
        write prf-line
    end-if
    move "control totals (outfctl.dat)" to bl-s-label
    move bl-ctl-record-count to bl-s-count
    move bl-ctl-amount to bl-s-amount
