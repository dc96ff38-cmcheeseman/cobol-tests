       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. histroll.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Period roll-up of the
*>   10/15/2026  TB    control and log files that are otherwise
*>   10/15/2026  TB    appended to forever -- outfctl.dat,
*>   10/15/2026  TB    archctl.dat, audit.dat, runlog.dat and
*>   10/15/2026  TB    jobctl.dat.  Every line dated before the
*>   10/15/2026  TB    keyed cutoff is copied to a dated history
*>   10/15/2026  TB    file named for the cutoff (see ROLLCTL.CPY).
*>   10/15/2026  TB    outfctl.dat and archctl.dat keep one
*>   10/15/2026  TB    carry-forward line at the top holding the
*>   10/15/2026  TB    counts, net amounts and branch buckets of
*>   10/15/2026  TB    every line rolled off (and of the carry-
*>   10/15/2026  TB    forward line it replaces), so OUTFCHK's sum
*>   10/15/2026  TB    over the whole file comes out the same.
*>   10/15/2026  TB    Each history file and each file of kept
*>   10/15/2026  TB    lines is read back and proved, and the
*>   10/15/2026  TB    file totals after the roll-up are proved
*>   10/15/2026  TB    equal to the totals before, branch by
*>   10/15/2026  TB    branch, before any live file is replaced.
*>   10/15/2026  TB    One file that does not prove means none is
*>   10/15/2026  TB    replaced, and the run ends with return code
*>   10/15/2026  TB    8.  The cutoff has to be later than the
*>   10/15/2026  TB    last roll-up's and no later than the first
*>   10/15/2026  TB    day after the last month closed (see
*>   10/15/2026  TB    PERIODMNT) -- a month still open, or
*>   10/15/2026  TB    reopened, keeps its lines where the month-
*>   10/15/2026  TB    end proof and GLEXTR look for them.  A line
*>   10/15/2026  TB    that cannot be dated, or whose figures are
*>   10/15/2026  TB    not numbers, or an archctl.dat line with
*>   10/15/2026  TB    its net unknown, stays on the live file as
*>   10/15/2026  TB    written.  Run it with nothing else posting,
*>   10/15/2026  TB    the way ARCHCHRG is run.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
*> ------------------------------------------------------------
*> the live file, its dated history file and the lines it keeps
*> are named for whichever of the five files is being rolled.
*> ------------------------------------------------------------
    select livef assign using hr-live-name
        organization is line sequential
        file status is hr-livef-status.
    select histf assign using hr-hist-name
        organization is line sequential
        file status is hr-histf-status.
    select keptf assign using hr-kept-name
        organization is line sequential
        file status is hr-keptf-status.
    select rollf assign to "ROLLCTL.DAT"
        organization is line sequential
        access is sequential
        file status is hr-rollf-status.
    select periodf assign to "PERIODCTL.DAT"
        organization is line sequential
        access is sequential
        file status is hr-periodf-status.
    select rolllst assign to "HISTROLL.LST"
        organization is line sequential
        file status is hr-rolllst-status.
data division.
file section.
*> ------------------------------------------------------------
*> every line is carried at the length it was read, so a line
*> goes to the history file, or back to the live file, exactly
*> as it was written.
*> ------------------------------------------------------------
fd livef
    record varying in size from 1 to 400 characters
        depending on hr-live-length.
01 live-line pic x(400).
fd histf
    record varying in size from 1 to 400 characters
        depending on hr-hist-length.
01 hist-line pic x(400).
fd keptf
    record varying in size from 1 to 400 characters
        depending on hr-kept-length.
01 kept-line pic x(400).
fd rollf.
    copy ROLLCTL.
fd periodf.
    copy PERIODCTL.
fd rolllst.
01 roll-lst-line pic x(132).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 hr-livef-status pic x(02) value "00".
   88 hr-livef-ok value "00".
   88 hr-livef-not-found value "35".
01 hr-histf-status pic x(02) value "00".
   88 hr-histf-ok value "00".
01 hr-keptf-status pic x(02) value "00".
   88 hr-keptf-ok value "00".
01 hr-rollf-status pic x(02) value "00".
   88 hr-rollf-ok value "00".
   88 hr-rollf-not-found value "35".
01 hr-periodf-status pic x(02) value "00".
   88 hr-periodf-ok value "00".
   88 hr-periodf-not-found value "35".
01 hr-rolllst-status pic x(02) value "00".
01 hr-switches.
   02 hr-eof-sw pic x value "N".
      88 hr-eof value "Y".
   02 hr-all-proved-sw pic x value "Y".
      88 hr-all-proved value "Y".
   02 hr-file-proved-sw pic x value "Y".
      88 hr-file-proved value "Y".
   02 hr-too-big-sw pic x value "N".
      88 hr-too-big value "Y".
01 hr-line-action pic x(01) value space.
   88 hr-roll-line value "R".
   88 hr-keep-line value "K".
   88 hr-carried-line value "C".
   88 hr-unreadable-line value "U".
01 hr-run-date pic 9(08) value 0.
01 hr-run-time pic 9(08) value 0.
*> ------------------------------------------------------------
*> the cutoff keyed by the clerk, and the limits it is held to:
*> later than the last roll-up, and no later than the first day
*> after the last month closed (or the first day of a month
*> reopened, if that comes sooner).
*> ------------------------------------------------------------
01 hr-cutoff-date pic 9(08) value 0.
01 hr-last-cutoff pic 9(08) value 0.
01 hr-limit-date pic 9(08) value 0.
01 hr-reopen-date pic 9(08) value 0.
01 hr-last-closed pic 9(06) value 0.
01 hr-month-work pic 9(06) value 0.
01 hr-month-parts redefines hr-month-work.
   02 hr-mw-year pic 9(04).
   02 hr-mw-month pic 9(02).
*> ------------------------------------------------------------
*> the five files, by number: 1 outfctl.dat, 2 archctl.dat,
*> 3 audit.dat, 4 runlog.dat, 5 jobctl.dat -- the order of the
*> moved counts on rollctl.dat.
*> ------------------------------------------------------------
01 hr-file-sub pic 9(04) comp value 0.
01 hr-live-name pic x(12) value spaces.
01 hr-kept-name pic x(12) value spaces.
01 hr-hist-name.
   02 hr-hist-prefix pic x(04).
   02 hr-hist-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
01 hr-live-length pic 9(04) comp value 0.
01 hr-hist-length pic 9(04) comp value 0.
01 hr-kept-length pic 9(04) comp value 0.
*> ------------------------------------------------------------
*> what became of each file, kept until the live files are
*> replaced and the roll-up control line written.
*> ------------------------------------------------------------
01 hr-file-table value zeros.
   02 hr-file-entry occurs 5 times.
      03 hr-f-read-count pic 9(09).
      03 hr-f-rolled-count pic 9(09).
      03 hr-f-kept-count pic 9(09).
      03 hr-f-absent-sw pic 9(01).
      03 hr-f-cf-out-count pic 9(04).
*> ------------------------------------------------------------
*> counts for the file being rolled
*> ------------------------------------------------------------
01 hr-read-count pic 9(09) comp value 0.
01 hr-rolled-count pic 9(09) comp value 0.
01 hr-kept-count pic 9(09) comp value 0.
01 hr-unreadable-count pic 9(09) comp value 0.
01 hr-cf-in-count pic 9(09) comp value 0.
01 hr-hist-back-count pic 9(09) comp value 0.
01 hr-kept-back-count pic 9(09) comp value 0.
01 hr-recount pic 9(09) comp value 0.
01 hr-log-date pic 9(08) value 0.
*> ------------------------------------------------------------
*> the sides of the proof for outfctl.dat and archctl.dat, each
*> the lines it saw and the figures on them -- the record count
*> and net amount of an outfctl.dat line, the moved count,
*> straight-sum amount and net of an archctl.dat line:
*>   1  the live file as it stood
*>   2  the lines rolled to the history file
*>   3  the history file read back
*>   4  the live file as it will stand -- the carry-forward
*>      line(s) written and the kept lines read back
*>   5  what the carry-forward replaces -- the old carry-forward
*>      line(s) and the lines rolled
*>   6  the carry-forward line(s) as written
*> ------------------------------------------------------------
01 hr-side-sub pic 9(04) comp value 0.
01 hr-side-table.
   02 hr-side-entry occurs 6 times.
      03 hr-s-lines pic 9(09).
      03 hr-s-count pic 9(11).
      03 hr-s-amount pic s9(13)v99.
      03 hr-s-net pic s9(13)v99.
*> ------------------------------------------------------------
*> outfctl.dat branch buckets on each side of the proof.  50
*> branches is several times what the office has ever had; the
*> table stops loudly rather than run past the end.
*> ------------------------------------------------------------
01 hr-branch-count pic 9(04) comp value 0.
01 hr-branch-sub pic 9(04) comp value 0.
01 hr-bucket-sub pic 9(04) comp value 0.
01 hr-clear-sub pic 9(04) comp value 0.
01 hr-work-branch pic x(03) value spaces.
01 hr-branch-table.
   02 hr-branch-entry occurs 50 times.
      03 hr-b-code pic x(03).
      03 hr-b-side occurs 6 times.
         04 hr-b-count pic 9(11).
         04 hr-b-amount pic s9(13)v99.
*> ------------------------------------------------------------
*> the carry-forward line(s) built for outfctl.dat (file 1) and
*> archctl.dat (file 2), written at the top of the live file
*> when it is replaced.  the first carries the totals and the
*> first five branches; each further line five more branches,
*> with a zero count and amount -- ten lines hold the fifty
*> branches the branch table does.
*> ------------------------------------------------------------
01 hr-cf-count pic 9(04) comp value 0.
01 hr-cf-sub pic 9(04) comp value 0.
01 hr-cf-table.
   02 hr-cf-entry occurs 2 times.
      03 hr-cf-line occurs 10 times pic x(133).
01 hr-cf-length pic 9(04) comp value 0.
*> ------------------------------------------------------------
*> a line read off any of the files, with the views the roll-up
*> dates it through.  every file but runlog.dat starts its line
*> with the date; a runlog.dat line takes the date off the
*> "batch run of" header above it (see COBTEST).
*> ------------------------------------------------------------
01 hr-work-line pic x(400) value spaces.
01 hr-work-view redefines hr-work-line.
   02 hr-wv-lead-date pic 9(08).
   02 filler pic x(392).
01 hr-log-view redefines hr-work-line.
   02 hr-lv-header pic x(14).
      88 hr-lv-run-header value "batch run of ".
   02 hr-lv-run-date pic 9(08).
   02 filler pic x(378).
    copy OUTFCTL.
    copy ARCHCTL.
*> ------------------------------------------------------------
*> filing the listing in the dated report archive (see
*> RPTARCH).  a hand-run job is signed with its own name.
*> ------------------------------------------------------------
01 hr-job-id pic x(08) value "HISTROLL".
01 hr-report-name pic x(08) value "HISTROLL".
01 hr-filed-sw pic x(01) value "N".
*> ------------------------------------------------------------
*> listing lines
*> ------------------------------------------------------------
01 hr-heading-1.
   02 filler pic x(43) value
      "CONTROL AND LOG FILE ROLL-UP - RUN OF      ".
   02 hr-h-date pic 9(08).
   02 filler pic x(35) value
      "  LINES DATED BEFORE (ROLLED OFF): ".
   02 hr-h-cutoff pic 9(08).
01 hr-file-heading.
   02 filler pic x(02) value spaces.
   02 hr-fh-live pic x(12).
   02 filler pic x(13) value " -- history  ".
   02 hr-fh-hist pic x(16).
01 hr-side-line.
   02 filler pic x(04) value spaces.
   02 hr-sl-label pic x(40).
   02 hr-sl-lines pic zzz,zzz,zz9.
   02 filler pic x(08) value " line(s)".
   02 hr-sl-figures.
      03 filler pic x(02) value spaces.
      03 hr-sl-count pic zz,zzz,zzz,zz9.
      03 filler pic x(02) value spaces.
      03 hr-sl-net pic $$$,$$$,$$$,$$9.99-.
01 hr-branch-line.
   02 filler pic x(04) value spaces.
   02 filler pic x(08) value "BRANCH ".
   02 hr-bl-code pic x(03).
   02 filler pic x(11) value " BEFORE    ".
   02 hr-bl-before-count pic zz,zzz,zzz,zz9.
   02 filler pic x(01) value space.
   02 hr-bl-before-amount pic $$$,$$$,$$$,$$9.99-.
   02 filler pic x(08) value "  AFTER ".
   02 hr-bl-after-count pic zz,zzz,zzz,zz9.
   02 filler pic x(01) value space.
   02 hr-bl-after-amount pic $$$,$$$,$$$,$$9.99-.
01 hr-file-verdict.
   02 filler pic x(04) value spaces.
   02 hr-fv-text pic x(60).
01 hr-verdict-in.
   02 filler pic x(64) value
      "***  EVERY FILE PROVES - LIVE FILES REPLACED  ***".
01 hr-verdict-out.
   02 filler pic x(64) value
      "*** NOT EVERY FILE PROVES - NO LIVE FILE HAS BEEN TOUCHED ***".
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- copy and prove every file, and only then
*> replace the live files and record the roll-up.
*> ------------------------------------------------------------
0000-mainline.
    accept hr-run-date from date yyyymmdd
    accept hr-run-time from time
    perform 1000-key-cutoff thru 1000-exit
    perform 1300-open-listing thru 1300-exit
    move 0 to hr-file-sub
    perform 2000-roll-one-file thru 2000-exit
        until hr-file-sub not < 5
    if not hr-all-proved
        move hr-verdict-out to roll-lst-line
        write roll-lst-line
        close rolllst
        perform 8000-file-listing thru 8000-exit
        display "NOT EVERY FILE PROVES - see HISTROLL.LST.  no live "
            "file has been touched"
        move 8 to return-code
        stop run
    end-if
    if hr-f-rolled-count(1) = 0 and hr-f-rolled-count(2) = 0
            and hr-f-rolled-count(3) = 0
            and hr-f-rolled-count(4) = 0
            and hr-f-rolled-count(5) = 0
        move spaces to roll-lst-line
        move "    NOTHING DATED BEFORE THE CUTOFF - NOTHING ROLLED UP"
            to roll-lst-line
        write roll-lst-line
        close rolllst
        perform 8000-file-listing thru 8000-exit
        display "no lines older than " hr-cutoff-date
            " - nothing rolled up"
        stop run
    end-if
    perform 3000-replace-files thru 3000-exit
    perform 4000-write-roll-control thru 4000-exit
    move hr-verdict-in to roll-lst-line
    write roll-lst-line
    close rolllst
    perform 8000-file-listing thru 8000-exit
    display "roll-up of lines older than " hr-cutoff-date
        " complete"
    display "  outfctl.dat lines rolled : " hr-f-rolled-count(1)
    display "  archctl.dat lines rolled : " hr-f-rolled-count(2)
    display "  audit.dat lines rolled   : " hr-f-rolled-count(3)
    display "  runlog.dat lines rolled  : " hr-f-rolled-count(4)
    display "  jobctl.dat lines rolled  : " hr-f-rolled-count(5)
    stop run.
*> ------------------------------------------------------------
*> 1000-KEY-CUTOFF -- take the cutoff and hold it to its limits.
*> nothing has been opened for output yet.
*> ------------------------------------------------------------
1000-key-cutoff.
    display "enter cutoff date (yyyymmdd) - lines dated before "
        "this date are rolled up: " with no advancing
    accept hr-cutoff-date
    if hr-cutoff-date = 0
        display "no cutoff keyed - nothing rolled up"
        stop run
    end-if
    if hr-cutoff-date > hr-run-date
        display "cutoff " hr-cutoff-date " is after today - "
            "nothing rolled up"
        stop run
    end-if
    perform 1100-load-last-cutoff thru 1100-exit
    if hr-cutoff-date not > hr-last-cutoff
        display "the last roll-up took lines before "
            hr-last-cutoff " - key a later cutoff"
        stop run
    end-if
    perform 1200-find-closed-limit thru 1200-exit
    if hr-limit-date = 0
        display "no month has been closed yet - nothing can be "
            "rolled up"
        stop run
    end-if
    if hr-cutoff-date > hr-limit-date
        display "cutoff " hr-cutoff-date " is past " hr-limit-date
            " - only closed months are rolled up"
        stop run
    end-if.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 1100-LOAD-LAST-CUTOFF -- the latest cutoff on rollctl.dat.
*> no rollctl.dat means nothing has been rolled up yet.
*> ------------------------------------------------------------
1100-load-last-cutoff.
    move 0 to hr-last-cutoff
    move "N" to hr-eof-sw
    open input rollf
    if hr-rollf-not-found
        go to 1100-exit
    end-if
    if not hr-rollf-ok
        perform 9300-rollf-error thru 9300-exit
    end-if
    perform 1150-read-one-roll thru 1150-exit
        until hr-eof
    close rollf.
1100-exit.
    exit.
1150-read-one-roll.
    read rollf
        at end
            set hr-eof to true
            go to 1150-exit
    end-read
    if not hr-rollf-ok
        perform 9300-rollf-error thru 9300-exit
    end-if
    if rl-cutoff-date > hr-last-cutoff
        move rl-cutoff-date to hr-last-cutoff
    end-if.
1150-exit.
    exit.
*> ------------------------------------------------------------
*> 1200-FIND-CLOSED-LIMIT -- the first day after the latest
*> month closed, or the first day of the earliest month
*> reopened if that comes sooner.  zero when no month has been
*> closed.
*> ------------------------------------------------------------
1200-find-closed-limit.
    move 0 to hr-last-closed
    move 0 to hr-reopen-date
    move 0 to hr-limit-date
    move "N" to hr-eof-sw
    open input periodf
    if hr-periodf-not-found
        go to 1200-exit
    end-if
    if not hr-periodf-ok
        perform 9400-periodf-error thru 9400-exit
    end-if
    perform 1250-read-one-period thru 1250-exit
        until hr-eof
    close periodf
    if hr-last-closed = 0
        go to 1200-exit
    end-if
    move hr-last-closed to hr-month-work
    if hr-mw-month = 12
        add 1 to hr-mw-year
        move 1 to hr-mw-month
    else
        add 1 to hr-mw-month
    end-if
    compute hr-limit-date = hr-month-work * 100 + 1
    if hr-reopen-date > 0 and hr-reopen-date < hr-limit-date
        move hr-reopen-date to hr-limit-date
    end-if.
1200-exit.
    exit.
1250-read-one-period.
    read periodf
        at end
            set hr-eof to true
            go to 1250-exit
    end-read
    if not hr-periodf-ok
        perform 9400-periodf-error thru 9400-exit
    end-if
    if pc-closed and pc-period > hr-last-closed
        move pc-period to hr-last-closed
    end-if
    if pc-reopened
        if hr-reopen-date = 0
                or pc-period * 100 + 1 < hr-reopen-date
            compute hr-reopen-date = pc-period * 100 + 1
        end-if
    end-if.
1250-exit.
    exit.
1300-open-listing.
    open output rolllst
    move hr-run-date to hr-h-date
    move hr-cutoff-date to hr-h-cutoff
    move hr-heading-1 to roll-lst-line
    write roll-lst-line
    move spaces to roll-lst-line
    write roll-lst-line.
1300-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-ROLL-ONE-FILE -- pass 1 copies the file's lines to its
*> history file or its kept-lines file; the carry-forward is
*> built; both files are read back; the file is proved and
*> listed.  the live file is only read.
*> ------------------------------------------------------------
2000-roll-one-file.
    add 1 to hr-file-sub
    perform 2050-name-files thru 2050-exit
    perform 2100-clear-file-totals thru 2100-exit
    move "N" to hr-eof-sw
    open input livef
    if hr-livef-not-found
        move 1 to hr-f-absent-sw(hr-file-sub)
        perform 2800-list-file thru 2800-exit
        go to 2000-exit
    end-if
    if not hr-livef-ok
        perform 9000-livef-error thru 9000-exit
    end-if
    open output histf
    if not hr-histf-ok
        perform 9100-histf-error thru 9100-exit
    end-if
    open output keptf
    if not hr-keptf-ok
        perform 9200-keptf-error thru 9200-exit
    end-if
    perform 2200-copy-one-line thru 2200-exit
        until hr-eof
    close livef histf keptf
    if hr-file-sub not > 2
        perform 2300-build-carry-forward thru 2300-exit
    end-if
    perform 2500-prove-history thru 2500-exit
    perform 2600-prove-kept thru 2600-exit
    perform 2700-judge-file thru 2700-exit
    move hr-read-count to hr-f-read-count(hr-file-sub)
    move hr-rolled-count to hr-f-rolled-count(hr-file-sub)
    move hr-kept-count to hr-f-kept-count(hr-file-sub)
    move hr-cf-count to hr-f-cf-out-count(hr-file-sub)
    perform 2800-list-file thru 2800-exit.
2000-exit.
    exit.
2050-name-files.
    move hr-cutoff-date to hr-hist-name-date
    evaluate hr-file-sub
        when 1
            move "OUTFCTL.DAT" to hr-live-name
            move "OUTFCTL.KPT" to hr-kept-name
            move "OCTL" to hr-hist-prefix
        when 2
            move "ARCHCTL.DAT" to hr-live-name
            move "ARCHCTL.KPT" to hr-kept-name
            move "ACTL" to hr-hist-prefix
        when 3
            move "AUDIT.DAT" to hr-live-name
            move "AUDIT.KPT" to hr-kept-name
            move "AUDT" to hr-hist-prefix
        when 4
            move "RUNLOG.DAT" to hr-live-name
            move "RUNLOG.KPT" to hr-kept-name
            move "RLOG" to hr-hist-prefix
        when other
            move "JOBCTL.DAT" to hr-live-name
            move "JOBCTL.KPT" to hr-kept-name
            move "JCTL" to hr-hist-prefix
    end-evaluate.
2050-exit.
    exit.
2100-clear-file-totals.
    move 0 to hr-read-count
    move 0 to hr-rolled-count
    move 0 to hr-kept-count
    move 0 to hr-unreadable-count
    move 0 to hr-cf-in-count
    move 0 to hr-hist-back-count
    move 0 to hr-kept-back-count
    move 0 to hr-cf-count
    move 0 to hr-log-date
    move 0 to hr-branch-count
    move "Y" to hr-file-proved-sw
    move "N" to hr-too-big-sw
    move 0 to hr-side-sub
    perform 2150-clear-one-side thru 2150-exit
        until hr-side-sub not < 6.
2100-exit.
    exit.
2150-clear-one-side.
    add 1 to hr-side-sub
    move 0 to hr-s-lines(hr-side-sub)
    move 0 to hr-s-count(hr-side-sub)
    move 0 to hr-s-amount(hr-side-sub)
    move 0 to hr-s-net(hr-side-sub).
2150-exit.
    exit.
*> ------------------------------------------------------------
*> 2200-COPY-ONE-LINE -- one live line to where it belongs: the
*> history file, the kept lines, or (an old carry-forward line)
*> into the new carry-forward.
*> ------------------------------------------------------------
2200-copy-one-line.
    read livef
        at end
            set hr-eof to true
            go to 2200-exit
    end-read
    if not hr-livef-ok
        perform 9000-livef-error thru 9000-exit
    end-if
    add 1 to hr-read-count
    move spaces to hr-work-line
    move live-line(1:hr-live-length) to hr-work-line
    perform 2250-date-one-line thru 2250-exit
    move 1 to hr-side-sub
    perform 5000-add-to-side thru 5000-exit
    evaluate true
        when hr-roll-line
            add 1 to hr-rolled-count
            move 2 to hr-side-sub
            perform 5000-add-to-side thru 5000-exit
            move 5 to hr-side-sub
            perform 5000-add-to-side thru 5000-exit
            move hr-live-length to hr-hist-length
            move hr-work-line to hist-line
            write hist-line
            if not hr-histf-ok
                perform 9100-histf-error thru 9100-exit
            end-if
        when hr-carried-line
            add 1 to hr-cf-in-count
            move 5 to hr-side-sub
            perform 5000-add-to-side thru 5000-exit
        when other
            if hr-unreadable-line
                add 1 to hr-unreadable-count
            end-if
            add 1 to hr-kept-count
            move hr-live-length to hr-kept-length
            move hr-work-line to kept-line
            write kept-line
            if not hr-keptf-ok
                perform 9200-keptf-error thru 9200-exit
            end-if
    end-evaluate.
2200-exit.
    exit.
*> ------------------------------------------------------------
*> 2250-DATE-ONE-LINE -- roll, keep, carried (an old carry-
*> forward line) or unreadable (kept as written).
*> ------------------------------------------------------------
2250-date-one-line.
    set hr-keep-line to true
    evaluate hr-file-sub
        when 1
            move hr-work-line(1:133) to outf-ctl-rec
            if oc-run-date not numeric
                    or oc-record-count not numeric
                    or oc-total-amount not numeric
                set hr-unreadable-line to true
                go to 2250-exit
            end-if
            if oc-carry-forward
                set hr-carried-line to true
                go to 2250-exit
            end-if
            if oc-run-date < hr-cutoff-date
                set hr-roll-line to true
            end-if
        when 2
            move hr-work-line(1:62) to arch-ctl-rec
            if acl-run-date not numeric
                    or acl-moved-count not numeric
                    or acl-moved-amount not numeric
                set hr-unreadable-line to true
                go to 2250-exit
            end-if
            if acl-moved-net not numeric
                go to 2250-exit
            end-if
            if acl-carry-forward
                set hr-carried-line to true
                go to 2250-exit
            end-if
            if acl-run-date < hr-cutoff-date
                set hr-roll-line to true
            end-if
        when 4
            if hr-lv-run-header
                if hr-lv-run-date numeric
                    move hr-lv-run-date to hr-log-date
                else
                    move 0 to hr-log-date
                end-if
            end-if
            if hr-log-date = 0
                set hr-unreadable-line to true
                go to 2250-exit
            end-if
            if hr-log-date < hr-cutoff-date
                set hr-roll-line to true
            end-if
        when other
            if hr-wv-lead-date not numeric
                set hr-unreadable-line to true
                go to 2250-exit
            end-if
            if hr-wv-lead-date < hr-cutoff-date
                set hr-roll-line to true
            end-if
    end-evaluate.
2250-exit.
    exit.
*> ------------------------------------------------------------
*> 2300-BUILD-CARRY-FORWARD -- the new carry-forward line(s)
*> from what they replace (side 5), then each read back as
*> written into sides 6 and 4.  a file with no carry-forward
*> before and nothing rolled gets none.
*> ------------------------------------------------------------
2300-build-carry-forward.
    move 0 to hr-cf-count
    if hr-s-lines(5) = 0
        go to 2300-exit
    end-if
    if hr-file-sub = 1
        perform 2350-build-octl-lines thru 2350-exit
    else
        perform 2400-build-actl-line thru 2400-exit
    end-if
    move 0 to hr-cf-sub
    perform 2450-check-one-cf-line thru 2450-exit
        until hr-cf-sub not < hr-cf-count.
2300-exit.
    exit.
2350-build-octl-lines.
    move 0 to hr-branch-sub
    perform 2360-fill-one-octl-line thru 2360-exit
        until hr-branch-sub not < hr-branch-count
            and hr-cf-count > 0.
2350-exit.
    exit.
2360-fill-one-octl-line.
    add 1 to hr-cf-count
    move spaces to outf-ctl-rec
    move 0 to oc-run-date
    move 0 to oc-run-time
    move 0 to oc-record-count
    move 0 to oc-total-amount
    if hr-cf-count = 1
        compute oc-record-count = hr-s-count(5)
            on size error
                set hr-too-big to true
        end-compute
        compute oc-total-amount = hr-s-net(5)
            on size error
                set hr-too-big to true
        end-compute
    end-if
    move 0 to hr-bucket-sub
    perform 2370-fill-one-bucket thru 2370-exit
        until hr-bucket-sub not < 5
    move outf-ctl-rec to hr-cf-line(1, hr-cf-count).
2360-exit.
    exit.
2370-fill-one-bucket.
    add 1 to hr-bucket-sub
    move spaces to oc-br-code(hr-bucket-sub)
    move 0 to oc-br-count(hr-bucket-sub)
    move 0 to oc-br-amount(hr-bucket-sub)
    if hr-branch-sub not < hr-branch-count
        go to 2370-exit
    end-if
    add 1 to hr-branch-sub
    move hr-b-code(hr-branch-sub) to oc-br-code(hr-bucket-sub)
    compute oc-br-count(hr-bucket-sub) = hr-b-count(hr-branch-sub, 5)
        on size error
            set hr-too-big to true
    end-compute
    compute oc-br-amount(hr-bucket-sub)
            = hr-b-amount(hr-branch-sub, 5)
        on size error
            set hr-too-big to true
    end-compute.
2370-exit.
    exit.
2400-build-actl-line.
    move 1 to hr-cf-count
    move spaces to arch-ctl-rec
    move 0 to acl-run-date
    move 0 to acl-run-time
    move 0 to acl-cutoff-date
    move 0 to acl-kept-count
    compute acl-moved-count = hr-s-count(5)
        on size error
            set hr-too-big to true
    end-compute
    compute acl-moved-amount = hr-s-amount(5)
        on size error
            set hr-too-big to true
    end-compute
    compute acl-moved-net = hr-s-net(5)
        on size error
            set hr-too-big to true
    end-compute
    move arch-ctl-rec to hr-cf-line(2, 1).
2400-exit.
    exit.
2450-check-one-cf-line.
    add 1 to hr-cf-sub
    move spaces to hr-work-line
    move hr-cf-line(hr-file-sub, hr-cf-sub) to hr-work-line
    move 6 to hr-side-sub
    perform 5000-add-to-side thru 5000-exit
    move 4 to hr-side-sub
    perform 5000-add-to-side thru 5000-exit.
2450-exit.
    exit.
*> ------------------------------------------------------------
*> 2500-PROVE-HISTORY -- read the history file back into side 3.
*> ------------------------------------------------------------
2500-prove-history.
    move "N" to hr-eof-sw
    open input histf
    if not hr-histf-ok
        perform 9100-histf-error thru 9100-exit
    end-if
    perform 2550-read-one-history thru 2550-exit
        until hr-eof
    close histf.
2500-exit.
    exit.
2550-read-one-history.
    read histf
        at end
            set hr-eof to true
            go to 2550-exit
    end-read
    if not hr-histf-ok
        perform 9100-histf-error thru 9100-exit
    end-if
    add 1 to hr-hist-back-count
    move spaces to hr-work-line
    move hist-line(1:hr-hist-length) to hr-work-line
    move 3 to hr-side-sub
    perform 5000-add-to-side thru 5000-exit.
2550-exit.
    exit.
*> ------------------------------------------------------------
*> 2600-PROVE-KEPT -- read the kept lines back into side 4, after
*> the carry-forward line(s) already there.
*> ------------------------------------------------------------
2600-prove-kept.
    move "N" to hr-eof-sw
    open input keptf
    if not hr-keptf-ok
        perform 9200-keptf-error thru 9200-exit
    end-if
    perform 2650-read-one-kept thru 2650-exit
        until hr-eof
    close keptf.
2600-exit.
    exit.
2650-read-one-kept.
    read keptf
        at end
            set hr-eof to true
            go to 2650-exit
    end-read
    if not hr-keptf-ok
        perform 9200-keptf-error thru 9200-exit
    end-if
    add 1 to hr-kept-back-count
    move spaces to hr-work-line
    move kept-line(1:hr-kept-length) to hr-work-line
    move 4 to hr-side-sub
    perform 5000-add-to-side thru 5000-exit.
2650-exit.
    exit.
*> ------------------------------------------------------------
*> 2700-JUDGE-FILE -- every line accounted for; the history file
*> holds exactly what was rolled; the kept lines came back; and
*> for outfctl.dat and archctl.dat the carry-forward as written
*> equals what it replaced and the file after equals the file
*> before, figure for figure and branch for branch.
*> ------------------------------------------------------------
2700-judge-file.
    if hr-read-count not = hr-rolled-count + hr-kept-count
                + hr-cf-in-count
            or hr-hist-back-count not = hr-rolled-count
            or hr-kept-back-count not = hr-kept-count
            or hr-too-big
        move "N" to hr-file-proved-sw
    end-if
    if hr-s-lines(3) not = hr-s-lines(2)
            or hr-s-count(3) not = hr-s-count(2)
            or hr-s-amount(3) not = hr-s-amount(2)
            or hr-s-net(3) not = hr-s-net(2)
        move "N" to hr-file-proved-sw
    end-if
    if hr-s-count(6) not = hr-s-count(5)
            or hr-s-amount(6) not = hr-s-amount(5)
            or hr-s-net(6) not = hr-s-net(5)
            or hr-s-count(4) not = hr-s-count(1)
            or hr-s-amount(4) not = hr-s-amount(1)
            or hr-s-net(4) not = hr-s-net(1)
        move "N" to hr-file-proved-sw
    end-if
    move 0 to hr-branch-sub
    perform 2750-judge-one-branch thru 2750-exit
        until hr-branch-sub not < hr-branch-count
    if not hr-file-proved
        move "N" to hr-all-proved-sw
    end-if.
2700-exit.
    exit.
2750-judge-one-branch.
    add 1 to hr-branch-sub
    if hr-b-count(hr-branch-sub, 6) not = hr-b-count(hr-branch-sub, 5)
            or hr-b-amount(hr-branch-sub, 6)
                not = hr-b-amount(hr-branch-sub, 5)
            or hr-b-count(hr-branch-sub, 4)
                not = hr-b-count(hr-branch-sub, 1)
            or hr-b-amount(hr-branch-sub, 4)
                not = hr-b-amount(hr-branch-sub, 1)
        move "N" to hr-file-proved-sw
    end-if.
2750-exit.
    exit.
*> ------------------------------------------------------------
*> 2800-LIST-FILE -- the file's side of the listing.
*> ------------------------------------------------------------
2800-list-file.
    move hr-live-name to hr-fh-live
    move hr-hist-name to hr-fh-hist
    move hr-file-heading to roll-lst-line
    write roll-lst-line
    if hr-f-absent-sw(hr-file-sub) = 1
        move "NOT ON DISK - NOTHING TO ROLL UP" to hr-fv-text
        move hr-file-verdict to roll-lst-line
        write roll-lst-line
        move spaces to roll-lst-line
        write roll-lst-line
        go to 2800-exit
    end-if
    move "LINES READ" to hr-sl-label
    move hr-read-count to hr-sl-lines
    move 1 to hr-side-sub
    perform 2850-list-one-side thru 2850-exit
    move "ROLLED TO THE HISTORY FILE" to hr-sl-label
    move hr-rolled-count to hr-sl-lines
    move 2 to hr-side-sub
    perform 2850-list-one-side thru 2850-exit
    move "READ BACK FROM THE HISTORY FILE" to hr-sl-label
    move hr-hist-back-count to hr-sl-lines
    move 3 to hr-side-sub
    perform 2850-list-one-side thru 2850-exit
    move "KEPT ON THE LIVE FILE" to hr-sl-label
    move hr-kept-count to hr-sl-lines
    move 0 to hr-side-sub
    perform 2850-list-one-side thru 2850-exit
    move "  OF WHICH COULD NOT BE DATED OR READ" to hr-sl-label
    move hr-unreadable-count to hr-sl-lines
    move 0 to hr-side-sub
    perform 2850-list-one-side thru 2850-exit
    move "KEPT LINES READ BACK" to hr-sl-label
    move hr-kept-back-count to hr-sl-lines
    move 0 to hr-side-sub
    perform 2850-list-one-side thru 2850-exit
    if hr-file-sub not > 2
        move "OLD CARRY-FORWARD PLUS LINES ROLLED" to hr-sl-label
        move hr-s-lines(5) to hr-sl-lines
        move 5 to hr-side-sub
        perform 2850-list-one-side thru 2850-exit
        move "NEW CARRY-FORWARD AS WRITTEN" to hr-sl-label
        move hr-cf-count to hr-sl-lines
        move 6 to hr-side-sub
        perform 2850-list-one-side thru 2850-exit
        move "FILE AFTER THE ROLL-UP" to hr-sl-label
        move hr-s-lines(4) to hr-sl-lines
        move 4 to hr-side-sub
        perform 2850-list-one-side thru 2850-exit
        move 0 to hr-branch-sub
        perform 2870-list-one-branch thru 2870-exit
            until hr-branch-sub not < hr-branch-count
    end-if
    if hr-too-big
        move "*** CARRY-FORWARD TOO LARGE FOR ITS CONTROL LINE ***"
            to hr-fv-text
        move hr-file-verdict to roll-lst-line
        write roll-lst-line
    end-if
    if hr-file-proved
        move "PROVES" to hr-fv-text
    else
        move "*** DOES NOT PROVE ***" to hr-fv-text
    end-if
    move hr-file-verdict to roll-lst-line
    write roll-lst-line
    move spaces to roll-lst-line
    write roll-lst-line.
2800-exit.
    exit.
*> ------------------------------------------------------------
*> 2850-LIST-ONE-SIDE -- one line of the listing: the line count
*> already moved in, and the side's figures for outfctl.dat and
*> archctl.dat.  side zero is a count with no figures.
*> ------------------------------------------------------------
2850-list-one-side.
    if hr-side-sub = 0 or hr-file-sub > 2
        move spaces to hr-sl-figures
    else
        move hr-s-count(hr-side-sub) to hr-sl-count
        move hr-s-net(hr-side-sub) to hr-sl-net
    end-if
    move hr-side-line to roll-lst-line
    write roll-lst-line.
2850-exit.
    exit.
2870-list-one-branch.
    add 1 to hr-branch-sub
    move hr-b-code(hr-branch-sub) to hr-bl-code
    move hr-b-count(hr-branch-sub, 1) to hr-bl-before-count
    move hr-b-amount(hr-branch-sub, 1) to hr-bl-before-amount
    move hr-b-count(hr-branch-sub, 4) to hr-bl-after-count
    move hr-b-amount(hr-branch-sub, 4) to hr-bl-after-amount
    move hr-branch-line to roll-lst-line
    write roll-lst-line.
2870-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-REPLACE-FILES -- only reached when every file proved.
*> every live file rolled from is counted again first; a file
*> that has grown since it was read means something posted
*> during the run, and nothing is replaced.  then each is
*> rewritten as its carry-forward line(s) and kept lines, and
*> read back.
*> ------------------------------------------------------------
3000-replace-files.
    move 0 to hr-file-sub
    perform 3100-recount-one-file thru 3100-exit
        until hr-file-sub not < 5
    move 0 to hr-file-sub
    perform 3200-replace-one-file thru 3200-exit
        until hr-file-sub not < 5.
3000-exit.
    exit.
3100-recount-one-file.
    add 1 to hr-file-sub
    if hr-f-rolled-count(hr-file-sub) = 0
        go to 3100-exit
    end-if
    perform 2050-name-files thru 2050-exit
    perform 3150-count-live-lines thru 3150-exit
    if hr-recount not = hr-f-read-count(hr-file-sub)
        display hr-live-name " has " hr-recount " line(s), "
            "but " hr-f-read-count(hr-file-sub) " were rolled "
            "from - something posted during the roll-up"
        display "no live file has been touched - rerun with "
            "nothing else posting"
        move "*** A FILE CHANGED DURING THE RUN - NOTHING REPLACED"
            to hr-fv-text
        move hr-file-verdict to roll-lst-line
        write roll-lst-line
        close rolllst
        perform 8000-file-listing thru 8000-exit
        move 8 to return-code
        stop run
    end-if.
3100-exit.
    exit.
3150-count-live-lines.
    move 0 to hr-recount
    move "N" to hr-eof-sw
    open input livef
    if not hr-livef-ok
        perform 9000-livef-error thru 9000-exit
    end-if
    perform 3160-count-one-line thru 3160-exit
        until hr-eof
    close livef.
3150-exit.
    exit.
3160-count-one-line.
    read livef
        at end
            set hr-eof to true
            go to 3160-exit
    end-read
    if not hr-livef-ok
        perform 9000-livef-error thru 9000-exit
    end-if
    add 1 to hr-recount.
3160-exit.
    exit.
*> ------------------------------------------------------------
*> 3200-REPLACE-ONE-FILE -- the live file rewritten from its
*> carry-forward line(s) and kept lines.  a file nothing was
*> rolled from is left as it is.
*> ------------------------------------------------------------
3200-replace-one-file.
    add 1 to hr-file-sub
    if hr-f-rolled-count(hr-file-sub) = 0
        go to 3200-exit
    end-if
    perform 2050-name-files thru 2050-exit
    open output livef
    if not hr-livef-ok
        perform 9000-livef-error thru 9000-exit
    end-if
    if hr-file-sub = 1
        move 133 to hr-cf-length
    else
        move 62 to hr-cf-length
    end-if
    move 0 to hr-cf-sub
    perform 3250-write-one-cf-line thru 3250-exit
        until hr-cf-sub not < hr-f-cf-out-count(hr-file-sub)
    move "N" to hr-eof-sw
    open input keptf
    if not hr-keptf-ok
        perform 9200-keptf-error thru 9200-exit
    end-if
    perform 3300-copy-one-kept thru 3300-exit
        until hr-eof
    close keptf livef
    perform 3150-count-live-lines thru 3150-exit
    if hr-recount not = hr-f-cf-out-count(hr-file-sub)
            + hr-f-kept-count(hr-file-sub)
        display "warning - " hr-live-name " reads back "
            hr-recount " line(s) after the roll-up - restore "
            "it from " hr-hist-name " and " hr-kept-name
        move "*** A REPLACED FILE DID NOT READ BACK - SEE SCREEN"
            to hr-fv-text
        move hr-file-verdict to roll-lst-line
        write roll-lst-line
        move 8 to return-code
    end-if.
3200-exit.
    exit.
*> ------------------------------------------------------------
*> 3250-WRITE-ONE-CF-LINE -- one carry-forward line, exactly as
*> built and proved when the file was rolled.
*> ------------------------------------------------------------
3250-write-one-cf-line.
    add 1 to hr-cf-sub
    move hr-cf-length to hr-live-length
    move spaces to live-line
    move hr-cf-line(hr-file-sub, hr-cf-sub) to live-line
    write live-line
    if not hr-livef-ok
        perform 9000-livef-error thru 9000-exit
    end-if.
3250-exit.
    exit.
3300-copy-one-kept.
    read keptf
        at end
            set hr-eof to true
            go to 3300-exit
    end-read
    if not hr-keptf-ok
        perform 9200-keptf-error thru 9200-exit
    end-if
    move hr-kept-length to hr-live-length
    move kept-line to live-line
    write live-line
    if not hr-livef-ok
        perform 9000-livef-error thru 9000-exit
    end-if.
3300-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-WRITE-ROLL-CONTROL -- the roll-up on rollctl.dat, which
*> is how BALANCE, TAXRPT, RATEIMP and AUDRPT find the history
*> files.  a failure here is reported loudly: the history files
*> are on disk but nothing can find them until the line is put
*> right by hand.
*> ------------------------------------------------------------
4000-write-roll-control.
    open extend rollf
    if hr-rollf-not-found
        open output rollf
    end-if
    move hr-run-date to rl-run-date
    move hr-run-time to rl-run-time
    move hr-cutoff-date to rl-cutoff-date
    move hr-f-rolled-count(1) to rl-outfctl-moved
    move hr-f-rolled-count(2) to rl-archctl-moved
    move hr-f-rolled-count(3) to rl-audit-moved
    move hr-f-rolled-count(4) to rl-runlog-moved
    move hr-f-rolled-count(5) to rl-jobctl-moved
    write roll-ctl-rec
    if not hr-rollf-ok
        display "*** rollctl.dat file error - status "
            hr-rollf-status " ***"
        display "the roll-up of " hr-cutoff-date " is NOT on "
            "rollctl.dat - add its line before anything reads "
            "the history files"
        move 8 to return-code
    end-if
    close rollf.
4000-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-ADD-TO-SIDE -- the line in the work view onto side
*> hr-side-sub of the proof.  figures that are not numbers are
*> not added on any side, so a line kept as written cannot
*> upset the comparison.
*> ------------------------------------------------------------
5000-add-to-side.
    add 1 to hr-s-lines(hr-side-sub)
    evaluate hr-file-sub
        when 1
            move hr-work-line(1:133) to outf-ctl-rec
            if oc-record-count numeric
                add oc-record-count to hr-s-count(hr-side-sub)
            end-if
            if oc-total-amount numeric
                add oc-total-amount to hr-s-net(hr-side-sub)
            end-if
            move 0 to hr-bucket-sub
            perform 5100-add-one-bucket thru 5100-exit
                until hr-bucket-sub not < 5
        when 2
            move hr-work-line(1:62) to arch-ctl-rec
            if acl-moved-count numeric
                add acl-moved-count to hr-s-count(hr-side-sub)
            end-if
            if acl-moved-amount numeric
                add acl-moved-amount to hr-s-amount(hr-side-sub)
            end-if
            if acl-moved-net numeric
                add acl-moved-net to hr-s-net(hr-side-sub)
            end-if
        when other
            next sentence
    end-evaluate.
5000-exit.
    exit.
*> ------------------------------------------------------------
*> 5100-ADD-ONE-BUCKET -- blank bucket slots, and whole lines
*> written before the buckets existed, are passed over the way
*> BALANCE passes them over.
*> ------------------------------------------------------------
5100-add-one-bucket.
    add 1 to hr-bucket-sub
    if oc-br-count(hr-bucket-sub) not numeric
            or oc-br-amount(hr-bucket-sub) not numeric
        go to 5100-exit
    end-if
    if oc-br-code(hr-bucket-sub) = spaces
            and oc-br-count(hr-bucket-sub) = 0
            and oc-br-amount(hr-bucket-sub) = 0
        go to 5100-exit
    end-if
    move oc-br-code(hr-bucket-sub) to hr-work-branch
    perform 5200-find-branch-slot thru 5200-exit
    add oc-br-count(hr-bucket-sub)
        to hr-b-count(hr-branch-sub, hr-side-sub)
    add oc-br-amount(hr-bucket-sub)
        to hr-b-amount(hr-branch-sub, hr-side-sub).
5100-exit.
    exit.
5200-find-branch-slot.
    move 0 to hr-branch-sub
    perform 5250-check-one-slot thru 5250-exit
        until hr-branch-sub not < hr-branch-count
            or hr-b-code(hr-branch-sub) = hr-work-branch
    if hr-branch-sub > 0
        if hr-b-code(hr-branch-sub) = hr-work-branch
            go to 5200-exit
        end-if
    end-if
    if hr-branch-count not < 50
        display "more than 50 branches on " hr-live-name
            " - raise hr-branch-table's size before continuing"
        stop run
    end-if
    add 1 to hr-branch-count
    move hr-branch-count to hr-branch-sub
    move hr-work-branch to hr-b-code(hr-branch-sub)
    move 0 to hr-clear-sub
    perform 5300-clear-one-branch-side thru 5300-exit
        until hr-clear-sub not < 6.
5200-exit.
    exit.
5250-check-one-slot.
    add 1 to hr-branch-sub.
5250-exit.
    exit.
5300-clear-one-branch-side.
    add 1 to hr-clear-sub
    move 0 to hr-b-count(hr-branch-sub, hr-clear-sub)
    move 0 to hr-b-amount(hr-branch-sub, hr-clear-sub).
5300-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-FILE-LISTING -- file HISTROLL.LST in the dated report
*> archive.  a listing that cannot be filed is warned about;
*> the roll-up itself stands.
*> ------------------------------------------------------------
8000-file-listing.
    call "RPTARCH" using hr-report-name, hr-run-date, hr-job-id,
        hr-filed-sw
    if hr-filed-sw not = "Y"
        display "warning - " hr-report-name
            " listing not filed in the report archive"
    end-if.
8000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-9400 -- a file operation came back with a status none of
*> the callers know how to handle.  before the live files are
*> replaced nothing has been touched; after, the history and
*> kept-lines files are still on disk to put a file back from.
*> ------------------------------------------------------------
9000-livef-error.
    display hr-live-name " file error - status " hr-livef-status
    display "histroll terminating"
    move 8 to return-code
    stop run.
9000-exit.
    exit.
9100-histf-error.
    display hr-hist-name " file error - status " hr-histf-status
    display "histroll terminating - no live file has been touched"
    move 8 to return-code
    stop run.
9100-exit.
    exit.
9200-keptf-error.
    display hr-kept-name " file error - status " hr-keptf-status
    display "histroll terminating"
    move 8 to return-code
    stop run.
9200-exit.
    exit.
9300-rollf-error.
    display "rollctl.dat file error - status " hr-rollf-status
    display "histroll terminating - no live file has been touched"
    move 8 to return-code
    stop run.
9300-exit.
    exit.
9400-periodf-error.
    display "periodctl.dat file error - status " hr-periodf-status
    display "histroll terminating - no live file has been touched"
    move 8 to return-code
    stop run.
9400-exit.
    exit.
