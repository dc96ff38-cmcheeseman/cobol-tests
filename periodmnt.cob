       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. periodmnt.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Maintains periodctl.dat,
*>   10/15/2026  TB    the accounting period control file (see the
*>   10/15/2026  TB    PERIODCTL copybook).  L)IST shows every
*>   10/15/2026  TB    month on file; C)LOSE locks a month against
*>   10/15/2026  TB    further posting; R)EOPEN unlocks one.  A
*>   10/15/2026  TB    month can only be closed once it is over,
*>   10/15/2026  TB    once MONTHEND has rolled custhist.dat past
*>   10/15/2026  TB    it, and once its outfctl.dat run controls
*>   10/15/2026  TB    prove against the records posted in it --
*>   10/15/2026  TB    on outf.dat or since archived off it -- the
*>   10/15/2026  TB    way BALANCE proves a day.  A reopen needs a
*>   10/15/2026  TB    reason.  Supervisor only, through OPERCHK,
*>   10/15/2026  TB    and every close and reopen appends before
*>   10/15/2026  TB    and after images to audit.dat for AUDRPT.
*>   10/15/2026  TB    Audit before/after image work fields
*>   10/15/2026  TB    widened to 130 bytes with AUDITREC.CPY --
*>   10/15/2026  TB    the customer id is six digits and a whole
*>   10/15/2026  TB    outf.dat record now fits one image.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    The month-end proof also reads the OCTL
*>   10/15/2026  TB    and ACTL history files of every HISTROLL
*>   10/15/2026  TB    roll-up whose cutoff falls after the month
*>   10/15/2026  TB    began, found through rollctl.dat (see
*>   10/15/2026  TB    ROLLCTL.CPY), so a month reopened after
*>   10/15/2026  TB    its lines were rolled up still proves.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select periodf assign to "PERIODCTL.DAT"
        organization is line sequential
        access is sequential
        file status is pe-periodf-status.
    select outf assign to "OUTF.DAT"
        organization is indexed
        access mode is sequential
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        file status is pe-outf-status.
    select outfctl assign using pe-outfctl-name
        organization is line sequential
        access is sequential
        file status is pe-outfctl-status.
    select archctl assign using pe-archctl-name
        organization is line sequential
        access is sequential
        file status is pe-archctl-status.
    select archf assign using pe-arch-file-name
        organization is line sequential
        file status is pe-archf-status.
    select rollf assign to "ROLLCTL.DAT"
        organization is line sequential
        access is sequential
        file status is pe-rollf-status.
    select custhist assign to "CUSTHIST.DAT"
        organization is line sequential
        access is sequential
        file status is pe-custhist-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is pe-auditf-status.
data division.
file section.
fd periodf.
    copy PERIODCTL.
fd outf.
    copy FDATREC.
fd outfctl.
    copy OUTFCTL.
fd archctl.
    copy ARCHCTL.
*> ------------------------------------------------------------
*> archf -- a dated archive file, one fdat record image per
*> line, exactly as ARCHCHRG wrote it.
*> ------------------------------------------------------------
fd archf.
01 arch-rec pic x(200).
fd rollf.
    copy ROLLCTL.
fd custhist.
    copy CUSTHIST.
fd auditf.
    copy AUDITREC.
working-storage section.
*> ------------------------------------------------------------
*> file-status and function-selection work fields
*> ------------------------------------------------------------
01 pe-periodf-status pic x(02) value "00".
   88 pe-periodf-ok value "00".
   88 pe-periodf-not-found value "35".
01 pe-outf-status pic x(02) value "00".
   88 pe-outf-ok value "00" "02".
   88 pe-outf-not-found value "35".
01 pe-outfctl-status pic x(02) value "00".
   88 pe-outfctl-ok value "00".
   88 pe-outfctl-not-found value "35".
01 pe-archctl-status pic x(02) value "00".
   88 pe-archctl-ok value "00".
   88 pe-archctl-not-found value "35".
01 pe-archf-status pic x(02) value "00".
   88 pe-archf-ok value "00".
   88 pe-archf-not-found value "35".
01 pe-rollf-status pic x(02) value "00".
   88 pe-rollf-ok value "00".
   88 pe-rollf-not-found value "35".
01 pe-custhist-status pic x(02) value "00".
   88 pe-custhist-ok value "00".
   88 pe-custhist-not-found value "35".
01 pe-auditf-status pic x(02) value "00".
   88 pe-auditf-ok value "00".
01 pe-function pic x(01) value space.
   88 pe-list-function value "L" "l".
   88 pe-close-function value "C" "c".
   88 pe-reopen-function value "R" "r".
   88 pe-quit-function value "Q" "q".
01 pe-switches.
   02 pe-eof-sw pic x value "N".
      88 pe-eof value "Y".
   02 pe-roll-eof-sw pic x value "N".
      88 pe-roll-eof value "Y".
   02 pe-found-sw pic x value "N".
      88 pe-found value "Y".
01 pe-reply pic x(01) value space.
*> ------------------------------------------------------------
*> the whole file is held here while it is worked, then written
*> back out in full, the same way GLMAPMNT keeps its map.
*> ------------------------------------------------------------
01 pe-period-count pic 9(04) comp value 0.
01 pe-period-sub pic 9(04) comp value 0.
01 pe-period-table.
   02 pe-period-entry occurs 600 times pic x(85).
*> ------------------------------------------------------------
*> the month being worked and today's date
*> ------------------------------------------------------------
01 pe-run-date pic 9(08) value 0.
01 pe-run-parts redefines pe-run-date.
   02 pe-run-period pic 9(06).
   02 filler pic 9(02).
01 pe-run-time pic 9(08) value 0.
01 pe-key-period pic 9(06) value 0.
01 pe-key-parts redefines pe-key-period.
   02 pe-key-year pic 9(04).
   02 pe-key-month pic 9(02).
01 pe-work-date pic 9(08) value 0.
01 pe-work-parts redefines pe-work-date.
   02 pe-work-period pic 9(06).
   02 filler pic 9(02).
01 pe-reason pic x(30) value spaces.
*> ------------------------------------------------------------
*> the month-end proof.  control side: the outfctl.dat lines
*> dated in the month.  file side: the records dated in the
*> month, on outf.dat or on an archive a later cutoff took them
*> to.  netted by FTRAN-DEBIT the way every run control is.
*> ------------------------------------------------------------
01 pe-ctl-count pic 9(09) comp value 0.
01 pe-ctl-net pic s9(11)v99 value 0.
01 pe-file-count pic 9(09) comp value 0.
01 pe-file-net pic s9(11)v99 value 0.
01 pe-arch-read-count pic 9(04) comp value 0.
01 pe-arch-file-name.
   02 filler pic x(04) value "ARCH".
   02 pe-arch-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
*> ------------------------------------------------------------
*> a month reopened after HISTROLL rolled its lines up is proved
*> from the history files that roll-up wrote (see ROLLCTL.CPY).
*> ------------------------------------------------------------
01 pe-outfctl-name pic x(16) value "OUTFCTL.DAT".
01 pe-archctl-name pic x(16) value "ARCHCTL.DAT".
01 pe-month-start pic 9(08) value 0.
01 pe-octl-file-name.
   02 filler pic x(04) value "OCTL".
   02 pe-octl-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
01 pe-actl-file-name.
   02 filler pic x(04) value "ACTL".
   02 pe-actl-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
01 pe-show-count pic zzz,zzz,zz9.
01 pe-show-amount pic $$,$$$,$$$,$$9.99-.
*> ------------------------------------------------------------
*> audit-trail work fields
*> ------------------------------------------------------------
01 pe-operator-id pic x(08) value spaces.
01 pe-audit-before pic x(130) value spaces.
01 pe-audit-after pic x(130) value spaces.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK call
*> ------------------------------------------------------------
01 pe-level-needed pic 9(01) value 2.
01 pe-check-result pic x(01) value "N".
*> ------------------------------------------------------------
*> listing line
*> ------------------------------------------------------------
01 pe-list-line.
   02 filler pic x(02) value spaces.
   02 pe-ll-period pic 9(06).
   02 filler pic x(02) value spaces.
   02 pe-ll-status pic x(08).
   02 filler pic x(02) value spaces.
   02 pe-ll-closed-by pic x(08).
   02 filler pic x(01) value space.
   02 pe-ll-closed-date pic 9(08).
   02 filler pic x(02) value spaces.
   02 pe-ll-reopened-by pic x(08).
   02 filler pic x(01) value space.
   02 pe-ll-reopened-date pic x(08).
   02 filler pic x(01) value space.
   02 pe-ll-reason pic x(30).
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- sign the supervisor on and loop on the
*> function menu until they quit.
*> ------------------------------------------------------------
0000-mainline.
    call "OPERCHK" using pe-level-needed, pe-operator-id,
        pe-check-result
    if pe-check-result not = "Y"
        display "period close maintenance refused"
        stop run
    end-if
    perform 1000-prompt-function thru 1000-exit
        until pe-quit-function
    stop run.
*> ------------------------------------------------------------
*> 1000-PROMPT-FUNCTION -- ask which maintenance function to
*> perform and dispatch to it.
*> ------------------------------------------------------------
1000-prompt-function.
    display "L)IST PERIODS  C)LOSE MONTH  R)EOPEN MONTH  Q)UIT: "
        with no advancing
    accept pe-function
    evaluate true
        when pe-list-function
            perform 2000-list-periods thru 2000-exit
        when pe-close-function
            perform 3000-close-month thru 3000-exit
        when pe-reopen-function
            perform 4000-reopen-month thru 4000-exit
        when pe-quit-function
            next sentence
        when other
            display "not valid - enter L, C, R or Q"
    end-evaluate.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-LIST-PERIODS -- show every month on file.
*> ------------------------------------------------------------
2000-list-periods.
    perform 7000-load-periods thru 7000-exit
    if pe-period-count = 0
        display "no month has been closed yet"
        go to 2000-exit
    end-if
    display "  MONTH   STATUS    CLOSED BY / ON         "
        "REOPENED BY / ON       REASON"
    move 0 to pe-period-sub
    perform 2100-list-one-period thru 2100-exit
        until pe-period-sub not < pe-period-count.
2000-exit.
    exit.
2100-list-one-period.
    add 1 to pe-period-sub
    move pe-period-entry(pe-period-sub) to period-ctl-rec
    move pc-period to pe-ll-period
    if pc-closed
        move "CLOSED" to pe-ll-status
    else
        move "REOPENED" to pe-ll-status
    end-if
    move pc-closed-by to pe-ll-closed-by
    move pc-closed-date to pe-ll-closed-date
    move pc-reopened-by to pe-ll-reopened-by
    if pc-reopened-date = 0
        move spaces to pe-ll-reopened-date
    else
        move pc-reopened-date to pe-ll-reopened-date
    end-if
    move pc-reopen-reason to pe-ll-reason
    display pe-list-line.
2100-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-CLOSE-MONTH -- lock a month.  it must be over, month-end
*> must have been run past it, and it must prove; only then is
*> the supervisor asked to confirm.  a month reopened earlier
*> is closed again on its own line.
*> ------------------------------------------------------------
3000-close-month.
    perform 5000-key-period thru 5000-exit
    if pe-key-period = 0
        go to 3000-exit
    end-if
    accept pe-run-date from date yyyymmdd
    if pe-key-period not < pe-run-period
        display "month " pe-key-period " is not over yet - "
            "not closed"
        go to 3000-exit
    end-if
    perform 7000-load-periods thru 7000-exit
    perform 6000-find-period thru 6000-exit
    if pe-found
        move pe-period-entry(pe-period-sub) to period-ctl-rec
        if pc-closed
            display "month " pe-key-period " is already closed"
            go to 3000-exit
        end-if
    end-if
    perform 3100-check-month-end-run thru 3100-exit
    if pe-key-period = 0
        go to 3000-exit
    end-if
    perform 3200-prove-month thru 3200-exit
    if pe-ctl-count not = pe-file-count
            or pe-ctl-net not = pe-file-net
        display "*** month " pe-key-period " does not balance "
            "- investigate before closing, not closed ***"
        go to 3000-exit
    end-if
    display "month " pe-key-period " balances - close it, "
        "locking it against posting (Y/N)? " with no advancing
    accept pe-reply
    if pe-reply not = "Y" and pe-reply not = "y"
        display "not closed"
        go to 3000-exit
    end-if
    if pe-found
        move pe-period-entry(pe-period-sub) to period-ctl-rec
        move period-ctl-rec to pe-audit-before
    else
        if pe-period-count not < 600
            display "more than 600 months on periodctl.dat - "
                "raise pe-period-table's size before continuing"
            stop run
        end-if
        perform 3300-make-room thru 3300-exit
        move spaces to pe-audit-before
        move spaces to period-ctl-rec
        move pe-key-period to pc-period
        move spaces to pc-reopened-by
        move 0 to pc-reopened-date
        move 0 to pc-reopened-time
        move spaces to pc-reopen-reason
    end-if
    accept pe-run-time from time
    set pc-closed to true
    move pe-operator-id to pc-closed-by
    move pe-run-date to pc-closed-date
    move pe-run-time to pc-closed-time
    move period-ctl-rec to pe-period-entry(pe-period-sub)
    move period-ctl-rec to pe-audit-after
    move "PERIOD CLOSED" to pe-reason
    perform 8000-rewrite-periods thru 8000-exit
    perform 8500-write-audit-record thru 8500-exit
    display "month " pe-key-period " closed".
3000-exit.
    exit.
*> ------------------------------------------------------------
*> 3100-CHECK-MONTH-END-RUN -- MONTHEND stamps every customer's
*> newest custhist.dat period with its run date, so the first
*> record says when month-end last ran.  it must have run after
*> the month ended.  a refusal comes back with a zero month.
*> ------------------------------------------------------------
3100-check-month-end-run.
    open input custhist
    if pe-custhist-not-found
        display "no custhist.dat - month-end has not been run, "
            "not closed"
        move 0 to pe-key-period
        go to 3100-exit
    end-if
    if not pe-custhist-ok
        perform 9200-custhist-error thru 9200-exit
    end-if
    move 0 to pe-work-date
    read custhist
        at end
            move 0 to pe-work-date
        not at end
            move ch-period-date(1) to pe-work-date
    end-read
    close custhist
    if pe-work-period not > pe-key-period
        display "month-end has not been run since " pe-key-period
            " ended (last run " pe-work-date ") - run monthend "
            "first, not closed"
        move 0 to pe-key-period
    end-if.
3100-exit.
    exit.
*> ------------------------------------------------------------
*> 3200-PROVE-MONTH -- both sides of the month-end proof, shown
*> on the screen whichever way it comes out.
*> ------------------------------------------------------------
3200-prove-month.
    move 0 to pe-ctl-count
    move 0 to pe-ctl-net
    move 0 to pe-file-count
    move 0 to pe-file-net
    move 0 to pe-arch-read-count
    compute pe-month-start = pe-key-period * 100 + 1
    open input rollf
    if not pe-rollf-not-found
        if not pe-rollf-ok
            perform 9500-rollf-error thru 9500-exit
        end-if
        move "N" to pe-roll-eof-sw
        perform 3260-prove-one-roll thru 3260-exit
            until pe-roll-eof
        close rollf
    end-if
    move "OUTFCTL.DAT" to pe-outfctl-name
    perform 3205-sum-control-file thru 3205-exit
    open input outf
    if not pe-outf-not-found
        if not pe-outf-ok
            perform 9100-outf-error thru 9100-exit
        end-if
        move "N" to pe-eof-sw
        perform 3220-sum-one-record thru 3220-exit
            until pe-eof
        close outf
    end-if
    move "ARCHCTL.DAT" to pe-archctl-name
    perform 3235-check-archive-file thru 3235-exit
    display "month-end proof for " pe-key-period
    move pe-ctl-count to pe-show-count
    move pe-ctl-net to pe-show-amount
    display "  run controls (outfctl.dat) " pe-show-count
        " records " pe-show-amount
    move pe-file-count to pe-show-count
    move pe-file-net to pe-show-amount
    display "  posted in the month        " pe-show-count
        " records " pe-show-amount
    if pe-arch-read-count > 0
        display "  (including " pe-arch-read-count
            " archive file(s))"
    end-if.
3200-exit.
    exit.
3205-sum-control-file.
    open input outfctl
    if pe-outfctl-not-found
        if pe-outfctl-name not = "OUTFCTL.DAT"
            display "warning - " pe-outfctl-name " named on "
                "rollctl.dat is not on disk"
        end-if
        go to 3205-exit
    end-if
    if not pe-outfctl-ok
        perform 9300-outfctl-error thru 9300-exit
    end-if
    move "N" to pe-eof-sw
    perform 3210-sum-one-control thru 3210-exit
        until pe-eof
    close outfctl.
3205-exit.
    exit.
3210-sum-one-control.
    read outfctl
        at end
            set pe-eof to true
            go to 3210-exit
    end-read
    move oc-run-date to pe-work-date
    if pe-work-period = pe-key-period
        add oc-record-count to pe-ctl-count
        add oc-total-amount to pe-ctl-net
    end-if.
3210-exit.
    exit.
3220-sum-one-record.
    read outf
        at end
            set pe-eof to true
            go to 3220-exit
    end-read
    if not pe-outf-ok
        perform 9100-outf-error thru 9100-exit
    end-if
    perform 3250-add-record-to-month thru 3250-exit.
3220-exit.
    exit.
*> ------------------------------------------------------------
*> 3230-CHECK-ONE-ARCHIVE -- an archive run whose cutoff falls
*> after the month began took some of the month's records off
*> outf.dat; its archive file is read for them.
*> ------------------------------------------------------------
3235-check-archive-file.
    open input archctl
    if pe-archctl-not-found
        if pe-archctl-name not = "ARCHCTL.DAT"
            display "warning - " pe-archctl-name " named on "
                "rollctl.dat is not on disk"
        end-if
        go to 3235-exit
    end-if
    if not pe-archctl-ok
        perform 9400-archctl-error thru 9400-exit
    end-if
    move "N" to pe-eof-sw
    perform 3230-check-one-archive thru 3230-exit
        until pe-eof
    close archctl.
3235-exit.
    exit.
3230-check-one-archive.
    read archctl
        at end
            set pe-eof to true
            go to 3230-exit
    end-read
    if acl-cutoff-date not > pe-month-start
        go to 3230-exit
    end-if
    move acl-cutoff-date to pe-arch-name-date
    open input archf
    if pe-archf-not-found
        display "warning - " pe-arch-file-name " named on "
            "archctl.dat is not on disk"
        go to 3230-exit
    end-if
    add 1 to pe-arch-read-count
    perform 3240-sum-one-archived thru 3240-exit
        until pe-archf-status not = "00"
    close archf.
3230-exit.
    exit.
3240-sum-one-archived.
    read archf
        at end
            go to 3240-exit
    end-read
    move arch-rec to fdat
    perform 3250-add-record-to-month thru 3250-exit.
3240-exit.
    exit.
3250-add-record-to-month.
    move fentry-date to pe-work-date
    if pe-work-period not = pe-key-period
        go to 3250-exit
    end-if
    add 1 to pe-file-count
    if ftran-debit
        add ftotal to pe-file-net
    else
        subtract ftotal from pe-file-net
    end-if.
3250-exit.
    exit.
*> ------------------------------------------------------------
*> 3260-PROVE-ONE-ROLL -- a roll-up whose cutoff falls after the
*> month began took some of the month's run controls, and the
*> archive runs that cover it, off to its history files; both
*> are read as well as the live files.
*> ------------------------------------------------------------
3260-prove-one-roll.
    read rollf
        at end
            set pe-roll-eof to true
            go to 3260-exit
    end-read
    if not pe-rollf-ok
        perform 9500-rollf-error thru 9500-exit
    end-if
    if rl-cutoff-date not > pe-month-start
        go to 3260-exit
    end-if
    move rl-cutoff-date to pe-octl-name-date
    move pe-octl-file-name to pe-outfctl-name
    perform 3205-sum-control-file thru 3205-exit
    move rl-cutoff-date to pe-actl-name-date
    move pe-actl-file-name to pe-archctl-name
    perform 3235-check-archive-file thru 3235-exit.
3260-exit.
    exit.
*> ------------------------------------------------------------
*> 3300-MAKE-ROOM -- the table is kept in month order; open a
*> slot for the new month at its place, leaving pe-period-sub
*> on it.
*> ------------------------------------------------------------
3300-make-room.
    add 1 to pe-period-count
    move pe-period-count to pe-period-sub
    move "N" to pe-found-sw
    perform 3310-shift-one-up thru 3310-exit
        until pe-period-sub = 1 or pe-found.
3300-exit.
    exit.
3310-shift-one-up.
    move pe-period-entry(pe-period-sub - 1) to period-ctl-rec
    if pc-period < pe-key-period
        set pe-found to true
        go to 3310-exit
    end-if
    move pe-period-entry(pe-period-sub - 1)
        to pe-period-entry(pe-period-sub)
    subtract 1 from pe-period-sub.
3310-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-REOPEN-MONTH -- unlock a closed month.  a reason is
*> required; it goes on the period line and on audit.dat.
*> ------------------------------------------------------------
4000-reopen-month.
    perform 5000-key-period thru 5000-exit
    if pe-key-period = 0
        go to 4000-exit
    end-if
    perform 7000-load-periods thru 7000-exit
    perform 6000-find-period thru 6000-exit
    if not pe-found
        display "month " pe-key-period " has never been closed"
        go to 4000-exit
    end-if
    move pe-period-entry(pe-period-sub) to period-ctl-rec
    if not pc-closed
        display "month " pe-key-period " is already open"
        go to 4000-exit
    end-if
    display "closed by " pc-closed-by " on " pc-closed-date
    display "enter reason for reopening: " with no advancing
    accept pe-reason
    if pe-reason = spaces
        display "a reason is required - not reopened"
        go to 4000-exit
    end-if
    display "reopen " pe-key-period " for posting (Y/N)? "
        with no advancing
    accept pe-reply
    if pe-reply not = "Y" and pe-reply not = "y"
        display "not reopened"
        go to 4000-exit
    end-if
    move period-ctl-rec to pe-audit-before
    accept pe-run-date from date yyyymmdd
    accept pe-run-time from time
    set pc-reopened to true
    move pe-operator-id to pc-reopened-by
    move pe-run-date to pc-reopened-date
    move pe-run-time to pc-reopened-time
    move pe-reason to pc-reopen-reason
    move period-ctl-rec to pe-period-entry(pe-period-sub)
    move period-ctl-rec to pe-audit-after
    perform 8000-rewrite-periods thru 8000-exit
    perform 8500-write-audit-record thru 8500-exit
    display "month " pe-key-period " reopened".
4000-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-KEY-PERIOD -- key and edit the month to work on.  a
*> rejected month comes back as zero.
*> ------------------------------------------------------------
5000-key-period.
    display "enter month (yyyymm): " with no advancing
    accept pe-key-period
    if pe-key-month < 1 or pe-key-month > 12
            or pe-key-year < 1900
        display "not a valid month"
        move 0 to pe-key-period
    end-if.
5000-exit.
    exit.
*> ------------------------------------------------------------
*> 6000-FIND-PERIOD -- the table entry for the keyed month,
*> leaving pe-period-sub on it.
*> ------------------------------------------------------------
6000-find-period.
    move "N" to pe-found-sw
    move 0 to pe-period-sub
    perform 6100-check-one-period thru 6100-exit
        until pe-period-sub not < pe-period-count or pe-found.
6000-exit.
    exit.
6100-check-one-period.
    add 1 to pe-period-sub
    move pe-period-entry(pe-period-sub) to period-ctl-rec
    if pc-period = pe-key-period
        set pe-found to true
    end-if.
6100-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-LOAD-PERIODS -- periodctl.dat into the table.  it is not
*> an error for the file not to exist yet.
*> ------------------------------------------------------------
7000-load-periods.
    move 0 to pe-period-count
    move "N" to pe-eof-sw
    open input periodf
    if pe-periodf-not-found
        go to 7000-exit
    end-if
    if not pe-periodf-ok
        perform 9000-periodf-error thru 9000-exit
    end-if
    perform 7100-load-one-period thru 7100-exit
        until pe-eof
    close periodf.
7000-exit.
    exit.
7100-load-one-period.
    read periodf
        at end
            set pe-eof to true
        not at end
            if pe-period-count not < 600
                display "more than 600 months on periodctl.dat - "
                    "raise pe-period-table's size before continuing"
                stop run
            end-if
            add 1 to pe-period-count
            move period-ctl-rec to pe-period-entry(pe-period-count)
    end-read
    if not pe-periodf-ok and not pe-eof
        perform 9000-periodf-error thru 9000-exit
    end-if.
7100-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-REWRITE-PERIODS -- the whole table back out as the new
*> periodctl.dat.
*> ------------------------------------------------------------
8000-rewrite-periods.
    open output periodf
    if not pe-periodf-ok
        perform 9000-periodf-error thru 9000-exit
    end-if
    move 0 to pe-period-sub
    perform 8100-write-one-period thru 8100-exit
        until pe-period-sub not < pe-period-count
    close periodf.
8000-exit.
    exit.
8100-write-one-period.
    add 1 to pe-period-sub
    move pe-period-entry(pe-period-sub) to period-ctl-rec
    write period-ctl-rec
    if not pe-periodf-ok
        perform 9000-periodf-error thru 9000-exit
    end-if.
8100-exit.
    exit.
*> ------------------------------------------------------------
*> 8500-WRITE-AUDIT-RECORD -- before and after images of the
*> period line to audit.dat, keyed on the first of the month,
*> with the close or the reopen reason.
*> ------------------------------------------------------------
8500-write-audit-record.
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move pe-operator-id to ad-operator
    move "PERIODCT" to ad-file-name
    move 0 to ad-fidnum
    compute ad-key-date = pe-key-period * 100 + 1
    move pc-status to ad-key-type
    move pe-audit-before to ad-before-image
    move pe-audit-after to ad-after-image
    move pe-reason to ad-reason
    write audit-rec
    if not pe-auditf-ok
        display "warning - audit.dat file error - status "
            pe-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
8500-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-PERIODF-ERROR -- a periodctl.dat operation came back
*> with a file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-periodf-error.
    display "periodctl.dat file error - status "
        pe-periodf-status
    display "periodmnt terminating"
    stop run.
9000-exit.
    exit.
9100-outf-error.
    display "outf.dat file error - status " pe-outf-status
    display "periodmnt terminating"
    stop run.
9100-exit.
    exit.
9200-custhist-error.
    display "custhist.dat file error - status "
        pe-custhist-status
    display "periodmnt terminating"
    stop run.
9200-exit.
    exit.
9300-outfctl-error.
    display "outfctl.dat file error - status "
        pe-outfctl-status
    display "periodmnt terminating"
    stop run.
9300-exit.
    exit.
9400-archctl-error.
    display "archctl.dat file error - status "
        pe-archctl-status
    display "periodmnt terminating"
    stop run.
9400-exit.
    exit.
9500-rollf-error.
    display "rollctl.dat file error - status "
        pe-rollf-status
    display "periodmnt terminating"
    stop run.
9500-exit.
    exit.
