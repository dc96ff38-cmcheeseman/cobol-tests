*>   09/01/2026  TB    writer gave (dispute holds and releases,
*>   09/01/2026  TB    failed sign-ons); lines written before the
*>   09/01/2026  TB    field existed show it blank.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- prompt reads 000000 for
*>   10/15/2026  TB    all.  Each outf.dat change names who
*>   10/15/2026  TB    posted the record (FOPER-ID) beside the
*>   10/15/2026  TB    operator who changed it.  The images are
*>   10/15/2026  TB    130 bytes and the listing line is widened
*>   10/15/2026  TB    to carry a whole one.
*>   10/15/2026  TB    A date range reaching back before a
*>   10/15/2026  TB    HISTROLL roll-up reads the dated audit
*>   10/15/2026  TB    history files (AUDT files, found through
*>   10/15/2026  TB    rollctl.dat, see ROLLCTL.CPY) whose dates
*>   10/15/2026  TB    overlap it, oldest first, before
*>   10/15/2026  TB    audit.dat; an open from-date reads them
*>   10/15/2026  TB    all.
*>   10/15/2026  TB    The audit file name is 16 bytes, room for
*>   10/15/2026  TB    a dated history file name with its .DAT.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select auditf assign using ar-audit-name
        organization is line sequential
        access is sequential
        file status is ar-auditf-status.
    select rollf assign to "ROLLCTL.DAT"
        organization is line sequential
        access is sequential
        file status is ar-rollf-status.
    select rptout assign to "AUDRPT.LST"
        organization is line sequential
        file status is ar-rptout-status.
file section.
fd auditf.
    copy AUDITREC.
fd rollf.
    copy ROLLCTL.
fd rptout.
01 rpt-line pic x(140).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
01 ar-auditf-status pic x(02) value "00".
   88 ar-auditf-ok value "00".
   88 ar-auditf-not-found value "35".
01 ar-rollf-status pic x(02) value "00".
   88 ar-rollf-ok value "00".
   88 ar-rollf-not-found value "35".
01 ar-rptout-status pic x(02) value "00".
01 ar-eof-sw pic x(01) value "N".
   88 ar-eof value "Y".
01 ar-roll-eof-sw pic x(01) value "N".
   88 ar-roll-eof value "Y".
*> ------------------------------------------------------------
*> selection keyed by the clerk
*> ------------------------------------------------------------
01 ar-select-fidnum pic 9(06) value 0.
01 ar-from-date pic 9(08) value 0.
01 ar-to-date pic 9(08) value 0.
01 ar-listed-count pic 9(06) comp value 0.
*> ------------------------------------------------------------
*> the audit file being read -- each dated history file
*> HISTROLL has rolled audit.dat lines off to (see ROLLCTL.CPY)
*> whose dates overlap the range, oldest first, then audit.dat.
*> the history file for a cutoff holds the lines dated from the
*> cutoff before it up to its own.  100 roll-ups is eight years
*> of monthly ones; the load stops loudly rather than run past
*> the end.
*> ------------------------------------------------------------
01 ar-audit-name pic x(16) value "AUDIT.DAT".
01 ar-hist-file-name.
   02 filler pic x(04) value "AUDT".
   02 ar-hist-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
01 ar-roll-count pic 9(04) comp value 0.
01 ar-roll-sub pic 9(04) comp value 0.
01 ar-roll-table.
   02 ar-roll-cutoff pic 9(08) occurs 100 times.
01 ar-prior-cutoff pic 9(08) value 0.
01 ar-files-read pic 9(04) comp value 0.
*> ------------------------------------------------------------
*> report lines
*> ------------------------------------------------------------
01 ar-heading-all.
01 ar-heading-cust.
   02 filler pic x(34) value
      "CORRECTION AUDIT TRAIL - CUSTOMER ".
   02 ar-h-fidnum pic 9(06).
01 ar-change-line.
   02 ar-c-date pic 9(08).
   02 filler pic x(01) value space.
   02 filler pic x(02) value spaces.
   02 ar-c-file pic x(08).
   02 filler pic x(05) value "  id ".
   02 ar-c-fidnum pic 9(06).
   02 filler pic x(07) value "  date ".
   02 ar-c-key-date pic 9(08).
   02 filler pic x(07) value "  type ".
   02 filler pic x(05) value "  rsn".
   02 filler pic x(01) value space.
   02 ar-c-reason pic x(30).
   02 filler pic x(12) value "  posted by ".
   02 ar-c-posted-by pic x(08).
01 ar-image-line.
   02 ar-i-label pic x(10).
   02 ar-i-image pic x(130).
*> ------------------------------------------------------------
*> an outf.dat image, for who posted the record (FOPER-ID, see
*> FDATREC.CPY).
*> ------------------------------------------------------------
01 ar-image-work pic x(130) value spaces.
01 ar-image-view redefines ar-image-work.
   02 filler pic x(122).
   02 ar-iw-oper-id pic x(08).
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
*> ------------------------------------------------------------
0000-mainline.
    display "enter customer id (000000 = all): "
        with no advancing
    accept ar-select-fidnum
    display "enter from date yyyymmdd (0 = open): "
    display "enter to date yyyymmdd (0 = open): "
        with no advancing
    accept ar-to-date
    perform 1500-load-rolls thru 1500-exit
    open output rptout
    perform 1000-write-heading thru 1000-exit
    move 0 to ar-prior-cutoff
    move 0 to ar-roll-sub
    perform 2100-list-one-history thru 2100-exit
        until ar-roll-sub not < ar-roll-count
    move "AUDIT.DAT" to ar-audit-name
    perform 2200-list-one-file thru 2200-exit
    close rptout
    if ar-files-read = 0
        display "audit.dat not found - no corrections on file"
        stop run
    end-if
    display "audit records listed: " ar-listed-count
    stop run.
*> ------------------------------------------------------------
    write rpt-line.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 1500-LOAD-ROLLS -- the roll-up cutoffs off rollctl.dat, in
*> the order they were rolled (each later than the last).  no
*> rollctl.dat means nothing has been rolled up.
*> ------------------------------------------------------------
1500-load-rolls.
    open input rollf
    if ar-rollf-not-found
        go to 1500-exit
    end-if
    perform 1550-load-one-roll thru 1550-exit
        until ar-roll-eof
    close rollf.
1500-exit.
    exit.
1550-load-one-roll.
    read rollf
        at end
            set ar-roll-eof to true
            go to 1550-exit
    end-read
    if not ar-rollf-ok
        display "rollctl.dat file error - status " ar-rollf-status
        display "audrpt terminating"
        stop run
    end-if
    if ar-roll-count not < 100
        display "more than 100 roll-ups on rollctl.dat - raise "
            "ar-roll-table's size before continuing"
        stop run
    end-if
    add 1 to ar-roll-count
    move rl-cutoff-date to ar-roll-cutoff(ar-roll-count).
1550-exit.
    exit.
2000-read-audit.
    read auditf
        at end
2000-exit.
    exit.
*> ------------------------------------------------------------
*> 2100-LIST-ONE-HISTORY -- a history file is only read when
*> the dates it holds overlap the range asked for.
*> ------------------------------------------------------------
2100-list-one-history.
    add 1 to ar-roll-sub
    if (ar-from-date = 0
                or ar-from-date < ar-roll-cutoff(ar-roll-sub))
            and (ar-to-date = 0
                or ar-to-date not < ar-prior-cutoff)
        move ar-roll-cutoff(ar-roll-sub) to ar-hist-name-date
        move ar-hist-file-name to ar-audit-name
        perform 2200-list-one-file thru 2200-exit
        if ar-auditf-not-found
            display "warning - " ar-hist-file-name " on "
                "rollctl.dat but not on disk - skipped"
        end-if
    end-if
    move ar-roll-cutoff(ar-roll-sub) to ar-prior-cutoff.
2100-exit.
    exit.
2200-list-one-file.
    move "N" to ar-eof-sw
    open input auditf
    if ar-auditf-not-found
        go to 2200-exit
    end-if
    add 1 to ar-files-read
    perform 2000-read-audit thru 2000-exit
    perform 3000-list-one-change thru 3000-exit
        until ar-eof
    close auditf.
2200-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-LIST-ONE-CHANGE -- list the change if it matches the
*> requested customer and falls inside the date range.
*> ------------------------------------------------------------
        move ad-key-date to ar-c-key-date
        move ad-key-type to ar-c-key-type
        move ad-reason to ar-c-reason
        perform 3100-find-poster thru 3100-exit
        move ar-change-line to rpt-line
        write rpt-line
        move "  before: " to ar-i-label
    perform 2000-read-audit thru 2000-exit.
3000-exit.
    exit.
*> ------------------------------------------------------------
*> 3100-FIND-POSTER -- an outf.dat change names who posted the
*> record, off the before image (the after image when there is
*> no before).  a record posted before the stamp was carried,
*> and every other file's change, shows blank.
*> ------------------------------------------------------------
3100-find-poster.
    move spaces to ar-c-posted-by
    if not ad-outf-change
        go to 3100-exit
    end-if
    move ad-before-image to ar-image-work
    if ar-iw-oper-id = spaces
        move ad-after-image to ar-image-work
    end-if
    move ar-iw-oper-id to ar-c-posted-by.
3100-exit.
    exit.
