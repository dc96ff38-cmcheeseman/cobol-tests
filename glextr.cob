       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. glextr.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Nightly general-ledger
*>   10/15/2026  TB    journal extract.  Reads the day's records
*>   10/15/2026  TB    on outf.dat by FENTRY-DATE and posts them
*>   10/15/2026  TB    through the account map on glmap.dat (see
*>   10/15/2026  TB    GLMAP, kept by GLMAPMNT): a charge is split
*>   10/15/2026  TB    into FBASE-AMOUNT, FTAX-AMOUNT and
*>   10/15/2026  TB    FSURCH-AMOUNT, each to its own accounts;
*>   10/15/2026  TB    payments, credit adjustments, finance
*>   10/15/2026  TB    charges and refunds each post their FTOTAL
*>   10/15/2026  TB    as their own entry type.  The money is
*>   10/15/2026  TB    summed by FBRANCH-CODE, type and component
*>   10/15/2026  TB    and written as a fixed-width journal on
*>   10/15/2026  TB    gljrnl.dat (see GLJRNL) with a listing on
*>   10/15/2026  TB    GLJRNL.LST.  The day is proved against
*>   10/15/2026  TB    outfctl.dat first, run totals and branch
*>   10/15/2026  TB    buckets, exactly as BALANCE proves it; a
*>   10/15/2026  TB    day out of balance, a record with no map
*>   10/15/2026  TB    line, a charge whose breakdown does not add
*>   10/15/2026  TB    to its total, or a branch whose debits and
*>   10/15/2026  TB    credits disagree refuses the journal -- no
*>   10/15/2026  TB    gljrnl.dat is written, the listing says
*>   10/15/2026  TB    why, and the run ends with return code 8
*>   10/15/2026  TB    so NIGHTRUN halts on it.  A hand-keyed
*>   10/15/2026  TB    charge (zeroed breakdown) posts its whole
*>   10/15/2026  TB    FTOTAL as BASE and is counted on the
*>   10/15/2026  TB    listing.  The date defaults to today and
*>   10/15/2026  TB    can be keyed on the command line
*>   10/15/2026  TB    ("glextr 20260831") the way NIGHTRUN's is.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    A day HISTROLL has rolled off outfctl.dat
*>   10/15/2026  TB    is proved from its dated history file (see
*>   10/15/2026  TB    ROLLCTL.CPY), found through rollctl.dat,
*>   10/15/2026  TB    and then outfctl.dat, the way BALANCE
*>   10/15/2026  TB    proves it.
*>   10/15/2026  TB    The day's records are read from a START on
*>   10/15/2026  TB    the entry-date key, stopping when the day
*>   10/15/2026  TB    ends, rather than passing the whole of
*>   10/15/2026  TB    outf.dat.  The branch proof is built from
*>   10/15/2026  TB    the journal lines themselves, debit and
*>   10/15/2026  TB    credit sides off their amounts as written,
*>   10/15/2026  TB    and each branch's journal net is proved
*>   10/15/2026  TB    against its net on file; a journal that
*>   10/15/2026  TB    does not prove as written is emptied and
*>   10/15/2026  TB    refused.
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
        file status is gx-outf-status.
    select outfctl assign using gx-outfctl-name
        organization is line sequential
        access is sequential
        file status is gx-outfctl-status.
    select rollf assign to "ROLLCTL.DAT"
        organization is line sequential
        access is sequential
        file status is gx-rollf-status.
    select glmap assign to "GLMAP.DAT"
        organization is line sequential
        access is sequential
        file status is gx-glmap-status.
    select gljrnl assign to "GLJRNL.DAT"
        organization is line sequential
        access is sequential
        file status is gx-gljrnl-status.
    select glout assign to "GLJRNL.LST"
        organization is line sequential
        file status is gx-glout-status.
data division.
file section.
fd outf.
    copy FDATREC.
fd outfctl.
    copy OUTFCTL.
fd rollf.
    copy ROLLCTL.
fd glmap.
    copy GLMAP.
fd gljrnl.
    copy GLJRNL.
fd glout.
01 glout-line pic x(100).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 gx-outf-status pic x(02) value "00".
   88 gx-outf-ok value "00" "02".
   88 gx-outf-not-found value "35".
01 gx-outfctl-status pic x(02) value "00".
   88 gx-outfctl-ok value "00".
   88 gx-outfctl-not-found value "35".
01 gx-rollf-status pic x(02) value "00".
   88 gx-rollf-ok value "00".
   88 gx-rollf-not-found value "35".
01 gx-glmap-status pic x(02) value "00".
   88 gx-glmap-ok value "00".
   88 gx-glmap-not-found value "35".
01 gx-gljrnl-status pic x(02) value "00".
   88 gx-gljrnl-ok value "00".
01 gx-glout-status pic x(02) value "00".
01 gx-switches.
   02 gx-ctl-eof-sw pic x value "N".
      88 gx-ctl-eof value "Y".
   02 gx-roll-eof-sw pic x value "N".
      88 gx-roll-eof value "Y".
   02 gx-outf-eof-sw pic x value "N".
      88 gx-outf-eof value "Y".
   02 gx-map-eof-sw pic x value "N".
      88 gx-map-eof value "Y".
   02 gx-refused-sw pic x value "N".
      88 gx-refused value "Y".
   02 gx-ctl-bucket-sw pic x value "N".
      88 gx-ctl-buckets-seen value "Y".
   02 gx-found-sw pic x value "N".
      88 gx-found value "Y".
   02 gx-write-sw pic x value "N".
      88 gx-writing value "Y".
*> ------------------------------------------------------------
*> the day being extracted
*> ------------------------------------------------------------
01 gx-journal-date pic 9(08) value 0.
01 gx-keyed-date pic x(08) value spaces.
*> ------------------------------------------------------------
*> the control file being read -- outfctl.dat, and first, for a
*> day HISTROLL has rolled up, the dated history file holding
*> the day's lines (see ROLLCTL.CPY).
*> ------------------------------------------------------------
01 gx-outfctl-name pic x(16) value "OUTFCTL.DAT".
01 gx-hist-cutoff pic 9(08) value 0.
01 gx-hist-file-name.
   02 filler pic x(04) value "OCTL".
   02 gx-hist-name-date pic 9(08).
   02 filler pic x(04) value ".DAT".
*> ------------------------------------------------------------
*> control side and file side of the day's proof, the same
*> figures BALANCE compares
*> ------------------------------------------------------------
01 gx-ctl-run-count pic 9(06) comp value 0.
01 gx-ctl-record-count pic 9(09) comp value 0.
01 gx-ctl-amount pic s9(11)v99 value 0.
01 gx-file-record-count pic 9(09) comp value 0.
01 gx-file-amount pic s9(11)v99 value 0.
01 gx-exception-count pic 9(06) comp value 0.
01 gx-handkeyed-count pic 9(06) comp value 0.
01 gx-line-count pic 9(06) comp value 0.
*> ------------------------------------------------------------
*> the account map, loaded whole
*> ------------------------------------------------------------
01 gx-map-count pic 9(04) comp value 0.
01 gx-map-sub pic 9(04) comp value 0.
01 gx-map-table.
   02 gx-map-entry occurs 100 times.
      03 gx-mp-type pic x(01).
      03 gx-mp-component pic x(05).
      03 gx-mp-branch pic x(03).
      03 gx-mp-debit pic x(12).
      03 gx-mp-credit pic x(12).
      03 gx-mp-description pic x(30).
*> ------------------------------------------------------------
*> per-branch proof -- control buckets, the day's records, and
*> the journal's debit and credit sides, by branch code.  the
*> journal net is each entry's debit line signed the way its
*> records sign into the file side, so it must come back to the
*> branch's file amount.
*> ------------------------------------------------------------
01 gx-branch-count pic 9(02) comp value 0.
01 gx-branch-sub pic 9(02) comp value 0.
01 gx-bucket-sub pic 9(02) comp value 0.
01 gx-work-branch pic x(03) value spaces.
01 gx-branch-table.
   02 gx-branch-entry occurs 10 times.
      03 gx-br-code pic x(03) value spaces.
      03 gx-br-ctl-count pic 9(09) comp value 0.
      03 gx-br-ctl-amount pic s9(11)v99 value 0.
      03 gx-br-file-count pic 9(09) comp value 0.
      03 gx-br-file-amount pic s9(11)v99 value 0.
      03 gx-br-debit-amount pic s9(11)v99 value 0.
      03 gx-br-credit-amount pic s9(11)v99 value 0.
      03 gx-br-jrnl-net pic s9(11)v99 value 0.
*> ------------------------------------------------------------
*> the journal being built -- one entry per branch, type and
*> component, carrying the accounts its map line gave it
*> ------------------------------------------------------------
01 gx-jrnl-count pic 9(04) comp value 0.
01 gx-jrnl-sub pic 9(04) comp value 0.
01 gx-jrnl-table.
   02 gx-jrnl-entry occurs 200 times.
      03 gx-jn-branch pic x(03).
      03 gx-jn-type pic x(01).
      03 gx-jn-component pic x(05).
      03 gx-jn-debit pic x(12).
      03 gx-jn-credit pic x(12).
      03 gx-jn-description pic x(30).
      03 gx-jn-amount pic s9(11)v99.
      03 gx-jn-tran-side pic x(01).
         88 gx-jn-debit-side value "D".
         88 gx-jn-credit-side value "C".
*> ------------------------------------------------------------
*> posting work fields
*> ------------------------------------------------------------
01 gx-work-component pic x(05) value spaces.
01 gx-work-amount pic s9(09)v99 value 0.
01 gx-breakdown-sum pic s9(09)v99 value 0.
01 gx-post-amount pic s9(11)v99 value 0.
01 gx-exception-text pic x(40) value spaces.
*> ------------------------------------------------------------
*> the journal line being built -- same layout as gljrnl.dat,
*> renamed so it can be built and proved before the file is
*> open.
*> ------------------------------------------------------------
    copy GLJRNL
        replacing ==GL-JOURNAL-REC== by ==GX-JOURNAL-WORK==
                  ==GJ-JOURNAL-DATE== by ==GW-JOURNAL-DATE==
                  ==GJ-BRANCH-CODE== by ==GW-BRANCH-CODE==
                  ==GJ-LINE-NUMBER== by ==GW-LINE-NUMBER==
                  ==GJ-ACCOUNT== by ==GW-ACCOUNT==
                  ==GJ-DR-CR== by ==GW-DR-CR==
                  ==GJ-DEBIT== by ==GW-DEBIT==
                  ==GJ-CREDIT== by ==GW-CREDIT==
                  ==GJ-AMOUNT== by ==GW-AMOUNT==
                  ==GJ-TRAN-TYPE== by ==GW-TRAN-TYPE==
                  ==GJ-COMPONENT== by ==GW-COMPONENT==
                  ==GJ-DESCRIPTION== by ==GW-DESCRIPTION==.
*> ------------------------------------------------------------
*> listing lines
*> ------------------------------------------------------------
01 gx-heading-1.
   02 filler pic x(32) value
      "GENERAL LEDGER JOURNAL FOR DATE ".
   02 gx-h-date pic 9(08).
01 gx-heading-2.
   02 filler pic x(100) value
      "BR  TY COMP   ACCOUNT      DR/CR            AMOUNT  "
      & "DESCRIPTION".
01 gx-journal-line.
   02 gx-jl-branch pic x(03).
   02 filler pic x(01) value space.
   02 gx-jl-type pic x(01).
   02 filler pic x(02) value spaces.
   02 gx-jl-component pic x(05).
   02 filler pic x(02) value spaces.
   02 gx-jl-account pic x(12).
   02 filler pic x(02) value spaces.
   02 gx-jl-dr-cr pic x(02).
   02 filler pic x(02) value spaces.
   02 gx-jl-amount pic $$,$$$,$$$,$$9.99.
   02 filler pic x(02) value spaces.
   02 gx-jl-description pic x(30).
01 gx-exception-line.
   02 filler pic x(12) value "EXCEPTION - ".
   02 gx-el-fidnum pic 9(06).
   02 filler pic x(01) value space.
   02 gx-el-type pic x(01).
   02 filler pic x(01) value space.
   02 gx-el-branch pic x(03).
   02 filler pic x(01) value space.
   02 gx-el-amount pic $$$,$$$,$$9.99-.
   02 filler pic x(02) value spaces.
   02 gx-el-text pic x(40).
01 gx-side-line.
   02 gx-s-label pic x(34).
   02 gx-s-count pic zzz,zz9.
   02 filler pic x(02) value spaces.
   02 gx-s-amount pic $$,$$$,$$$,$$9.99-.
01 gx-branch-line.
   02 filler pic x(07) value "BRANCH ".
   02 gx-bl-code pic x(03).
   02 filler pic x(06) value "  CTL ".
   02 gx-bl-ctl-amount pic $$$,$$$,$$9.99-.
   02 filler pic x(07) value "  FILE ".
   02 gx-bl-file-amount pic $$$,$$$,$$9.99-.
   02 filler pic x(05) value "  DR ".
   02 gx-bl-debit-amount pic $$$,$$$,$$9.99-.
   02 filler pic x(05) value "  CR ".
   02 gx-bl-credit-amount pic $$$,$$$,$$9.99-.
   02 filler pic x(02) value spaces.
   02 gx-bl-flag pic x(03).
01 gx-count-line.
   02 gx-c-label pic x(44).
   02 gx-c-count pic zzz,zz9.
01 gx-verdict-in.
   02 filler pic x(60) value
      "***  JOURNAL IN BALANCE - WRITTEN TO GLJRNL.DAT  ***".
01 gx-verdict-out.
   02 filler pic x(60) value
      "*** JOURNAL REFUSED - NOTHING WRITTEN - SEE ABOVE ***".
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
*> ------------------------------------------------------------
0000-mainline.
    accept gx-keyed-date from command-line
    if gx-keyed-date = spaces
        accept gx-journal-date from date yyyymmdd
    else
        move gx-keyed-date to gx-journal-date
    end-if
    open output glout
    move gx-journal-date to gx-h-date
    move gx-heading-1 to glout-line
    write glout-line
    move spaces to glout-line
    write glout-line
    perform 1000-load-map thru 1000-exit
    perform 2000-sum-control-records thru 2000-exit
    perform 3000-extract-records thru 3000-exit
    perform 4000-prove-journal thru 4000-exit
    perform 5000-print-journal thru 5000-exit
    if not gx-refused
        perform 6000-write-journal thru 6000-exit
    end-if
    perform 7000-print-proof thru 7000-exit
    close glout
    display "gl journal extract for " gx-journal-date
    display "  records on file : " gx-file-record-count
    display "  journal lines   : " gx-line-count
    display "  exceptions      : " gx-exception-count
    if gx-refused
        display "*** JOURNAL REFUSED - NOTHING WRITTEN - SEE "
            "GLJRNL.LST ***"
        move 8 to return-code
    else
        display "journal written to GLJRNL.DAT"
    end-if
    stop run.
*> ------------------------------------------------------------
*> 1000-LOAD-MAP -- glmap.dat into the table.  with no map on
*> file nothing can be posted, so every record of the day will
*> come out an exception and the journal is refused.
*> ------------------------------------------------------------
1000-load-map.
    open input glmap
    if gx-glmap-not-found
        move "no account map on file (glmap.dat)"
            to glout-line
        write glout-line
        go to 1000-exit
    end-if
    if not gx-glmap-ok
        perform 9100-glmap-error thru 9100-exit
    end-if
    perform 1100-load-one-line thru 1100-exit
        until gx-map-eof
    close glmap.
1000-exit.
    exit.
1100-load-one-line.
    read glmap
        at end
            set gx-map-eof to true
        not at end
            if gx-map-count not < 100
                display "more than 100 map lines - raise "
                    "gx-map-table's size before continuing"
                stop run
            end-if
            add 1 to gx-map-count
            move gl-map-rec to gx-map-entry(gx-map-count)
    end-read
    if not gx-glmap-ok and not gx-map-eof
        perform 9100-glmap-error thru 9100-exit
    end-if.
1100-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-SUM-CONTROL-RECORDS -- the day's outfctl.dat lines,
*> run totals and branch buckets, the way BALANCE sums them --
*> off the day's history file first when HISTROLL has rolled
*> the day up, then outfctl.dat.
*> ------------------------------------------------------------
2000-sum-control-records.
    perform 2020-find-history-file thru 2020-exit
    if gx-hist-cutoff > 0
        move gx-hist-cutoff to gx-hist-name-date
        move gx-hist-file-name to gx-outfctl-name
        perform 2050-sum-control-file thru 2050-exit
        if gx-outfctl-not-found
            display "warning - " gx-hist-file-name " named on "
                "rollctl.dat is not on disk"
        end-if
    end-if
    move "OUTFCTL.DAT" to gx-outfctl-name
    perform 2050-sum-control-file thru 2050-exit.
2000-exit.
    exit.
*> ------------------------------------------------------------
*> 2020-FIND-HISTORY-FILE -- the earliest roll-up cutoff after
*> the journal date, when there is one: its history file holds
*> the day's lines.
*> ------------------------------------------------------------
2020-find-history-file.
    move 0 to gx-hist-cutoff
    open input rollf
    if gx-rollf-not-found
        go to 2020-exit
    end-if
    perform 2030-check-one-roll thru 2030-exit
        until gx-roll-eof
    close rollf.
2020-exit.
    exit.
2030-check-one-roll.
    read rollf
        at end
            set gx-roll-eof to true
            go to 2030-exit
    end-read
    if not gx-rollf-ok
        display "rollctl.dat file error - status " gx-rollf-status
        display "glextr terminating"
        move 8 to return-code
        stop run
    end-if
    if rl-cutoff-date > gx-journal-date
        if gx-hist-cutoff = 0 or rl-cutoff-date < gx-hist-cutoff
            move rl-cutoff-date to gx-hist-cutoff
        end-if
    end-if.
2030-exit.
    exit.
2050-sum-control-file.
    move "N" to gx-ctl-eof-sw
    open input outfctl
    if gx-outfctl-not-found
        go to 2050-exit
    end-if
    perform 2100-sum-one-control thru 2100-exit
        until gx-ctl-eof
    close outfctl.
2050-exit.
    exit.
2100-sum-one-control.
    read outfctl
        at end
            set gx-ctl-eof to true
        not at end
            if oc-run-date = gx-journal-date
                add 1 to gx-ctl-run-count
                add oc-record-count to gx-ctl-record-count
                add oc-total-amount to gx-ctl-amount
                move 0 to gx-bucket-sub
                perform 2200-sum-one-bucket thru 2200-exit
                    until gx-bucket-sub not < 5
            end-if
    end-read.
2100-exit.
    exit.
2200-sum-one-bucket.
    add 1 to gx-bucket-sub
    if oc-br-count(gx-bucket-sub) not numeric
        go to 2200-exit
    end-if
    if oc-br-code(gx-bucket-sub) = spaces
            and oc-br-count(gx-bucket-sub) = 0
            and oc-br-amount(gx-bucket-sub) = 0
        go to 2200-exit
    end-if
    set gx-ctl-buckets-seen to true
    move oc-br-code(gx-bucket-sub) to gx-work-branch
    perform 8000-find-branch-slot thru 8000-exit
    add oc-br-count(gx-bucket-sub)
        to gx-br-ctl-count(gx-branch-sub)
    add oc-br-amount(gx-bucket-sub)
        to gx-br-ctl-amount(gx-branch-sub).
2200-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-EXTRACT-RECORDS -- every outf.dat record entered on the
*> journal date is netted into the file side of the proof and
*> posted into the journal table.  the read starts at the day
*> on the entry-date key and stops when the day ends, the way
*> BALANCE reads it.
*> ------------------------------------------------------------
3000-extract-records.
    open input outf
    if gx-outf-not-found
        go to 3000-exit
    end-if
    if not gx-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    move gx-journal-date to fentry-date
    start outf key is = fentry-date
        invalid key
            set gx-outf-eof to true
    end-start
    perform 3100-extract-one-record thru 3100-exit
        until gx-outf-eof
    close outf.
3000-exit.
    exit.
3100-extract-one-record.
    read outf next record
        at end
            set gx-outf-eof to true
            go to 3100-exit
    end-read
    if not gx-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    if fentry-date not = gx-journal-date
        set gx-outf-eof to true
        go to 3100-exit
    end-if
    add 1 to gx-file-record-count
    move fbranch-code to gx-work-branch
    perform 8000-find-branch-slot thru 8000-exit
    add 1 to gx-br-file-count(gx-branch-sub)
    if ftran-debit
        add ftotal to gx-file-amount
        add ftotal to gx-br-file-amount(gx-branch-sub)
    else
        subtract ftotal from gx-file-amount
        subtract ftotal from gx-br-file-amount(gx-branch-sub)
    end-if
    if not ftran-charge
        move "TOTAL" to gx-work-component
        move ftotal to gx-work-amount
        perform 3500-post-component thru 3500-exit
        go to 3100-exit
    end-if
    compute gx-breakdown-sum =
        fbase-amount + ftax-amount + fsurch-amount
    if gx-breakdown-sum = 0 and ftotal not = 0
        add 1 to gx-handkeyed-count
        move "BASE" to gx-work-component
        move ftotal to gx-work-amount
        perform 3500-post-component thru 3500-exit
        go to 3100-exit
    end-if
    if gx-breakdown-sum not = ftotal
        move "breakdown does not add to the total"
            to gx-exception-text
        move ftotal to gx-work-amount
        perform 3900-list-exception thru 3900-exit
        go to 3100-exit
    end-if
    move "BASE" to gx-work-component
    move fbase-amount to gx-work-amount
    perform 3500-post-component thru 3500-exit
    move "TAX" to gx-work-component
    move ftax-amount to gx-work-amount
    perform 3500-post-component thru 3500-exit
    move "SURCH" to gx-work-component
    move fsurch-amount to gx-work-amount
    perform 3500-post-component thru 3500-exit.
3100-exit.
    exit.
*> ------------------------------------------------------------
*> 3500-POST-COMPONENT -- add gx-work-amount into the journal
*> entry for this record's branch, type and gx-work-component.
*> the map line for the record's own branch wins over the
*> blank-branch default; with neither there is nowhere to post
*> the money and the record is an exception.
*> ------------------------------------------------------------
3500-post-component.
    if gx-work-amount = 0
        go to 3500-exit
    end-if
    move fbranch-code to gx-work-branch
    perform 3600-find-map-line thru 3600-exit
    if not gx-found
        move spaces to gx-work-branch
        perform 3600-find-map-line thru 3600-exit
    end-if
    if not gx-found
        move spaces to gx-exception-text
        string "no account map line for " delimited by size
            ftran-type delimited by size
            " " delimited by size
            gx-work-component delimited by space
            into gx-exception-text
        perform 3900-list-exception thru 3900-exit
        go to 3500-exit
    end-if
    move "N" to gx-found-sw
    move 0 to gx-jrnl-sub
    perform 3700-check-one-entry thru 3700-exit
        until gx-jrnl-sub not < gx-jrnl-count or gx-found
    if not gx-found
        if gx-jrnl-count not < 200
            display "more than 200 journal entries - raise "
                "gx-jrnl-table's size before continuing"
            stop run
        end-if
        add 1 to gx-jrnl-count
        move gx-jrnl-count to gx-jrnl-sub
        move fbranch-code to gx-jn-branch(gx-jrnl-sub)
        move ftran-type to gx-jn-type(gx-jrnl-sub)
        move gx-work-component to gx-jn-component(gx-jrnl-sub)
        move gx-mp-debit(gx-map-sub) to gx-jn-debit(gx-jrnl-sub)
        move gx-mp-credit(gx-map-sub)
            to gx-jn-credit(gx-jrnl-sub)
        move gx-mp-description(gx-map-sub)
            to gx-jn-description(gx-jrnl-sub)
        move 0 to gx-jn-amount(gx-jrnl-sub)
        if ftran-debit
            set gx-jn-debit-side(gx-jrnl-sub) to true
        else
            set gx-jn-credit-side(gx-jrnl-sub) to true
        end-if
    end-if
    add gx-work-amount to gx-jn-amount(gx-jrnl-sub).
3500-exit.
    exit.
3600-find-map-line.
    move "N" to gx-found-sw
    move 0 to gx-map-sub
    perform 3650-check-one-map-line thru 3650-exit
        until gx-map-sub not < gx-map-count or gx-found.
3600-exit.
    exit.
3650-check-one-map-line.
    add 1 to gx-map-sub
    if gx-mp-type(gx-map-sub) = ftran-type
            and gx-mp-component(gx-map-sub) = gx-work-component
            and gx-mp-branch(gx-map-sub) = gx-work-branch
        set gx-found to true
    end-if.
3650-exit.
    exit.
3700-check-one-entry.
    add 1 to gx-jrnl-sub
    if gx-jn-branch(gx-jrnl-sub) = fbranch-code
            and gx-jn-type(gx-jrnl-sub) = ftran-type
            and gx-jn-component(gx-jrnl-sub) = gx-work-component
        set gx-found to true
    end-if.
3700-exit.
    exit.
*> ------------------------------------------------------------
*> 3900-LIST-EXCEPTION -- a record that cannot be posted goes
*> on the listing, and the journal is refused.
*> ------------------------------------------------------------
3900-list-exception.
    add 1 to gx-exception-count
    set gx-refused to true
    move fidnum to gx-el-fidnum
    move ftran-type to gx-el-type
    move fbranch-code to gx-el-branch
    move gx-work-amount to gx-el-amount
    move gx-exception-text to gx-el-text
    move gx-exception-line to glout-line
    write glout-line.
3900-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-PROVE-JOURNAL -- the day must prove against outfctl.dat
*> the way BALANCE proves it, and the journal lines, built
*> exactly as 6000 writes them, must prove by branch: debits
*> equal to credits, and the journal net equal to the branch's
*> net on file.  any failure refuses the journal.
*> ------------------------------------------------------------
4000-prove-journal.
    if gx-ctl-record-count not = gx-file-record-count
            or gx-ctl-amount not = gx-file-amount
        set gx-refused to true
    end-if
    move "N" to gx-write-sw
    perform 4050-total-journal thru 4050-exit
    move 0 to gx-line-count.
4000-exit.
    exit.
*> ------------------------------------------------------------
*> 4050-TOTAL-JOURNAL -- one pass over the journal table
*> through 6100, writing the lines only when gx-writing, with
*> every line's gw-amount totalled into its branch by 4100;
*> then each branch is checked.
*> ------------------------------------------------------------
4050-total-journal.
    move 0 to gx-line-count
    move 0 to gx-branch-sub
    perform 4060-clear-one-branch thru 4060-exit
        until gx-branch-sub not < gx-branch-count
    move 0 to gx-jrnl-sub
    perform 6100-write-one-entry thru 6100-exit
        until gx-jrnl-sub not < gx-jrnl-count
    move 0 to gx-branch-sub
    perform 4200-check-one-branch thru 4200-exit
        until gx-branch-sub not < gx-branch-count.
4050-exit.
    exit.
4060-clear-one-branch.
    add 1 to gx-branch-sub
    move 0 to gx-br-debit-amount(gx-branch-sub)
    move 0 to gx-br-credit-amount(gx-branch-sub)
    move 0 to gx-br-jrnl-net(gx-branch-sub).
4060-exit.
    exit.
*> ------------------------------------------------------------
*> 4100-TOTAL-ONE-LINE -- the journal line in gx-journal-work
*> into its branch's debit or credit side, as it stands in the
*> record, so an amount too big for gw-amount or a line left
*> out shows up in the proof.  the debit line also goes into
*> the journal net: plus for a debit-side entry, minus for a
*> credit-side one, and the other way round when the entry is
*> net-negative and its accounts were swapped.
*> ------------------------------------------------------------
4100-total-one-line.
    move gw-branch-code to gx-work-branch
    perform 8000-find-branch-slot thru 8000-exit
    if gw-credit
        add gw-amount to gx-br-credit-amount(gx-branch-sub)
        go to 4100-exit
    end-if
    add gw-amount to gx-br-debit-amount(gx-branch-sub)
    if (gx-jn-debit-side(gx-jrnl-sub)
            and gx-jn-amount(gx-jrnl-sub) not < 0)
        or (gx-jn-credit-side(gx-jrnl-sub)
            and gx-jn-amount(gx-jrnl-sub) < 0)
        add gw-amount to gx-br-jrnl-net(gx-branch-sub)
    else
        subtract gw-amount from gx-br-jrnl-net(gx-branch-sub)
    end-if.
4100-exit.
    exit.
4200-check-one-branch.
    add 1 to gx-branch-sub
    if gx-br-debit-amount(gx-branch-sub)
            not = gx-br-credit-amount(gx-branch-sub)
        or gx-br-jrnl-net(gx-branch-sub)
            not = gx-br-file-amount(gx-branch-sub)
        set gx-refused to true
    end-if
    if gx-ctl-buckets-seen
        if gx-br-ctl-count(gx-branch-sub)
                not = gx-br-file-count(gx-branch-sub)
            or gx-br-ctl-amount(gx-branch-sub)
                not = gx-br-file-amount(gx-branch-sub)
            set gx-refused to true
        end-if
    end-if.
4200-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-PRINT-JOURNAL -- the journal lines on the listing,
*> whether or not they are written, so a refused day shows
*> what it would have posted.
*> ------------------------------------------------------------
5000-print-journal.
    move spaces to glout-line
    write glout-line
    move gx-heading-2 to glout-line
    write glout-line
    move 0 to gx-jrnl-sub
    perform 5100-print-one-entry thru 5100-exit
        until gx-jrnl-sub not < gx-jrnl-count.
5000-exit.
    exit.
5100-print-one-entry.
    add 1 to gx-jrnl-sub
    if gx-jn-amount(gx-jrnl-sub) = 0
        go to 5100-exit
    end-if
    move gx-jn-branch(gx-jrnl-sub) to gx-jl-branch
    move gx-jn-type(gx-jrnl-sub) to gx-jl-type
    move gx-jn-component(gx-jrnl-sub) to gx-jl-component
    move gx-jn-description(gx-jrnl-sub) to gx-jl-description
    move gx-jn-amount(gx-jrnl-sub) to gx-post-amount
    if gx-post-amount < 0
        compute gx-post-amount = 0 - gx-post-amount
        move gx-jn-credit(gx-jrnl-sub) to gx-jl-account
    else
        move gx-jn-debit(gx-jrnl-sub) to gx-jl-account
    end-if
    move "DR" to gx-jl-dr-cr
    move gx-post-amount to gx-jl-amount
    move gx-journal-line to glout-line
    write glout-line
    if gx-jn-amount(gx-jrnl-sub) < 0
        move gx-jn-debit(gx-jrnl-sub) to gx-jl-account
    else
        move gx-jn-credit(gx-jrnl-sub) to gx-jl-account
    end-if
    move "CR" to gx-jl-dr-cr
    move gx-journal-line to glout-line
    write glout-line.
5100-exit.
    exit.
*> ------------------------------------------------------------
*> 6000-WRITE-JOURNAL -- the balanced journal out to
*> gljrnl.dat, a debit line and a credit line per entry,
*> numbered in order.  the branch proof is run again on the
*> lines as they were written; a journal that does not prove
*> as written is emptied, so a bad one is never picked up, and
*> the journal is refused.
*> ------------------------------------------------------------
6000-write-journal.
    open output gljrnl
    if not gx-gljrnl-ok
        perform 9200-gljrnl-error thru 9200-exit
    end-if
    move "Y" to gx-write-sw
    perform 4050-total-journal thru 4050-exit
    close gljrnl
    if gx-refused
        open output gljrnl
        close gljrnl
        move 0 to gx-line-count
        move spaces to glout-line
        write glout-line
        move "journal did not prove as written - "
            & "gljrnl.dat emptied" to glout-line
        write glout-line
    end-if.
6000-exit.
    exit.
6100-write-one-entry.
    add 1 to gx-jrnl-sub
    if gx-jn-amount(gx-jrnl-sub) = 0
        go to 6100-exit
    end-if
    move gx-jn-amount(gx-jrnl-sub) to gx-post-amount
    if gx-post-amount < 0
        compute gx-post-amount = 0 - gx-post-amount
    end-if
    move spaces to gx-journal-work
    move gx-journal-date to gw-journal-date
    move gx-jn-branch(gx-jrnl-sub) to gw-branch-code
    move gx-jn-type(gx-jrnl-sub) to gw-tran-type
    move gx-jn-component(gx-jrnl-sub) to gw-component
    move gx-jn-description(gx-jrnl-sub) to gw-description
    move gx-post-amount to gw-amount
    add 1 to gx-line-count
    move gx-line-count to gw-line-number
    set gw-debit to true
    if gx-jn-amount(gx-jrnl-sub) < 0
        move gx-jn-credit(gx-jrnl-sub) to gw-account
    else
        move gx-jn-debit(gx-jrnl-sub) to gw-account
    end-if
    perform 6200-put-one-line thru 6200-exit
    add 1 to gx-line-count
    move gx-line-count to gw-line-number
    set gw-credit to true
    if gx-jn-amount(gx-jrnl-sub) < 0
        move gx-jn-debit(gx-jrnl-sub) to gw-account
    else
        move gx-jn-credit(gx-jrnl-sub) to gw-account
    end-if
    perform 6200-put-one-line thru 6200-exit.
6100-exit.
    exit.
*> ------------------------------------------------------------
*> 6200-PUT-ONE-LINE -- the line built in gx-journal-work,
*> written when the journal is being written, and totalled into
*> the branch proof either way.
*> ------------------------------------------------------------
6200-put-one-line.
    if gx-writing
        write gl-journal-rec from gx-journal-work
        if not gx-gljrnl-ok
            perform 9200-gljrnl-error thru 9200-exit
        end-if
    end-if
    perform 4100-total-one-line thru 4100-exit.
6200-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-PRINT-PROOF -- control against file, run and branch,
*> the journal's two sides per branch, and the verdict.
*> ------------------------------------------------------------
7000-print-proof.
    move spaces to glout-line
    write glout-line
    move "control totals (outfctl.dat)" to gx-s-label
    move gx-ctl-record-count to gx-s-count
    move gx-ctl-amount to gx-s-amount
    move gx-side-line to glout-line
    write glout-line
    move "on file for the day (outf.dat)" to gx-s-label
    move gx-file-record-count to gx-s-count
    move gx-file-amount to gx-s-amount
    move gx-side-line to glout-line
    write glout-line
    move 0 to gx-branch-sub
    perform 7100-print-one-branch thru 7100-exit
        until gx-branch-sub not < gx-branch-count
    if not gx-ctl-buckets-seen and gx-branch-count > 0
        move "(control records carry no branch buckets - "
            & "branch control proof skipped)" to glout-line
        write glout-line
    end-if
    move "hand-keyed charges posted whole as BASE"
        to gx-c-label
    move gx-handkeyed-count to gx-c-count
    move gx-count-line to glout-line
    write glout-line
    move "records that could not be posted" to gx-c-label
    move gx-exception-count to gx-c-count
    move gx-count-line to glout-line
    write glout-line
    if gx-refused
        move gx-verdict-out to glout-line
    else
        move gx-verdict-in to glout-line
    end-if
    write glout-line.
7000-exit.
    exit.
7100-print-one-branch.
    add 1 to gx-branch-sub
    move gx-br-code(gx-branch-sub) to gx-bl-code
    move gx-br-ctl-amount(gx-branch-sub) to gx-bl-ctl-amount
    move gx-br-file-amount(gx-branch-sub) to gx-bl-file-amount
    move gx-br-debit-amount(gx-branch-sub)
        to gx-bl-debit-amount
    move gx-br-credit-amount(gx-branch-sub)
        to gx-bl-credit-amount
    move spaces to gx-bl-flag
    if gx-br-debit-amount(gx-branch-sub)
            not = gx-br-credit-amount(gx-branch-sub)
        or gx-br-jrnl-net(gx-branch-sub)
            not = gx-br-file-amount(gx-branch-sub)
        move "***" to gx-bl-flag
    end-if
    if gx-ctl-buckets-seen
        if gx-br-ctl-count(gx-branch-sub)
                not = gx-br-file-count(gx-branch-sub)
            or gx-br-ctl-amount(gx-branch-sub)
                not = gx-br-file-amount(gx-branch-sub)
            move "***" to gx-bl-flag
        end-if
    end-if
    move gx-branch-line to glout-line
    write glout-line.
7100-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-FIND-BRANCH-SLOT -- the proof-table slot for the branch
*> code in gx-work-branch, opened on first sight.  leaves
*> gx-branch-sub pointing at it.
*> ------------------------------------------------------------
8000-find-branch-slot.
    move "N" to gx-found-sw
    move 0 to gx-branch-sub
    perform 8100-check-one-slot thru 8100-exit
        until gx-branch-sub not < gx-branch-count
            or gx-found
    if not gx-found
        if gx-branch-count not < 10
            display "more than 10 branch codes in the journal - "
                "raise gx-branch-table's size before continuing"
            stop run
        end-if
        add 1 to gx-branch-count
        move gx-branch-count to gx-branch-sub
        move gx-work-branch to gx-br-code(gx-branch-sub)
    end-if.
8000-exit.
    exit.
8100-check-one-slot.
    add 1 to gx-branch-sub
    if gx-br-code(gx-branch-sub) = gx-work-branch
        set gx-found to true
    end-if.
8100-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OUTF-ERROR -- an outf.dat operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-outf-error.
    display "outf.dat file error - status " gx-outf-status
    display "glextr terminating"
    move 8 to return-code
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-GLMAP-ERROR -- a glmap.dat operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-glmap-error.
    display "glmap.dat file error - status " gx-glmap-status
    display "glextr terminating"
    move 8 to return-code
    stop run.
9100-exit.
    exit.
*> ------------------------------------------------------------
*> 9200-GLJRNL-ERROR -- gljrnl.dat could not be written.  a
*> partial journal must not be picked up, so the run fails.
*> ------------------------------------------------------------
9200-gljrnl-error.
    display "gljrnl.dat file error - status " gx-gljrnl-status
    display "glextr terminating - journal is incomplete"
    move 8 to return-code
    stop run.
9200-exit.
    exit.
