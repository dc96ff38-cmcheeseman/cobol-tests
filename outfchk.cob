*>   09/01/2026  TB    no file could ever meet -- which was
*>   09/01/2026  TB    permanently blocking the backup on any
*>   09/01/2026  TB    pre-existing archive history.
*>   10/15/2026  TB    A backup line of type "Y" (a bad-debt
*>   10/15/2026  TB    reinstatement, see LOCKBOX) nets as a
*>   10/15/2026  TB    debit, the same as FTRAN-DEBIT.
*>   10/15/2026  TB    So do types "N" and "K", the returned-
*>   10/15/2026  TB    payment reversal and fee NSFRTN posts.
*>   10/15/2026  TB    outf.bak and the backup work view are 130
*>   10/15/2026  TB    bytes with outf.dat's record -- the
*>   10/15/2026  TB    customer id in FDATREC.CPY is six digits
*>   10/15/2026  TB    and the record carries FOPER-ID.
*>   10/15/2026  TB    The outf.dat SELECT declares the entry-
*>   10/15/2026  TB    date and billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good on
*>   10/15/2026  TB    outf.dat.
*>   10/15/2026  TB    Rebuild mode builds the new entry-date and
*>   10/15/2026  TB    billed-status indexes as the backup loads,
*>   10/15/2026  TB    then reads the rebuilt file back through
*>   10/15/2026  TB    the entry-date key and proves it gives
*>   10/15/2026  TB    back every record loaded at the same net
*>   10/15/2026  TB    amount.  A rebuilt file that does not
*>   10/15/2026  TB    prove ends with return code 8.
*> ----------------------------------------------------------------
environment division.
input-output section.
        organization is indexed
        access mode is sequential
        record key is fkey
        alternate record key is fentry-date with duplicates
        alternate record key is fbill-status with duplicates
        lock mode is exclusive
        file status is ck-outf-status.
    select outfctl assign to "OUTFCTL.DAT"
*> line, the same shape as the dated archive files.
*> ------------------------------------------------------------
fd bakf.
01 bak-rec pic x(130).
*> ------------------------------------------------------------
*> bakctl -- one line describing the backup on disk: when it
*> was taken and the count and netted amount it must read back
*> file-status and switch work fields
*> ------------------------------------------------------------
01 ck-outf-status pic x(02) value "00".
   88 ck-outf-ok value "00" "02".
   88 ck-outf-not-found value "35".
   88 ck-outf-dup-key value "22".
   88 ck-outf-locked value "61".
01 ck-bak-count pic 9(09) comp value 0.
01 ck-bak-net pic s9(11)v99 value 0.
01 ck-loaded-count pic 9(09) comp value 0.
01 ck-loaded-net pic s9(11)v99 value 0.
01 ck-index-count pic 9(09) comp value 0.
01 ck-index-net pic s9(11)v99 value 0.
01 ck-dup-count pic 9(09) comp value 0.
*> ------------------------------------------------------------
*> a work view of a backup line read back, the same view
*> ARCHCHRG's proof uses.
*> ------------------------------------------------------------
01 ck-bak-work pic x(130) value spaces.
01 ck-bak-view redefines ck-bak-work.
   02 ck-bw-fidnum pic 9(06).
   02 ck-bw-entry-date pic 9(08).
   02 ck-bw-tran-type pic x(01).
      88 ck-bw-debit value "C" "F" "R" "Y" "N" "K".
   02 ck-bw-cname pic x(30).
   02 ck-bw-total pic s9(07)v99.
   02 filler pic x(76).
*> ------------------------------------------------------------
*> check-listing lines
*> ------------------------------------------------------------
    if ck-dup-count > 0
        display "  duplicate key(s) skipped: " ck-dup-count
    end-if
    perform 6400-prove-date-index thru 6400-exit
    display "backup was taken " bc-run-date " at " bc-run-time
    display "re-enter anything written after that, then run "
        "outfchk and balance to prove the day".
            end-write
            if ck-outf-ok
                add 1 to ck-loaded-count
                if ck-bw-debit
                    add ck-bw-total to ck-loaded-net
                else
                    subtract ck-bw-total from ck-loaded-net
                end-if
            else
                if not ck-outf-dup-key
                    perform 9000-outf-error thru 9000-exit
6300-exit.
    exit.
*> ------------------------------------------------------------
*> 6400-PROVE-DATE-INDEX -- the alternate indexes are built as
*> the records load.  read the rebuilt file back through the
*> entry-date key, first day to last, and it has to give back
*> every record loaded and the same net amount.
*> ------------------------------------------------------------
6400-prove-date-index.
    open input outf
    if not ck-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    move "N" to ck-eof-sw
    move 0 to fentry-date
    start outf key is not < fentry-date
        invalid key
            set ck-eof to true
    end-start
    perform 6500-read-one-by-date thru 6500-exit
        until ck-eof
    close outf
    if ck-index-count = ck-loaded-count
            and ck-index-net = ck-loaded-net
        display "entry-date index proves - " ck-index-count
            " record(s) net " ck-index-net
    else
        display "*** ENTRY-DATE INDEX DOES NOT PROVE ***"
        display "  loaded         " ck-loaded-count
            " record(s) net " ck-loaded-net
        display "  index reads    " ck-index-count
            " record(s) net " ck-index-net
        display "run OUTFIDX against the rebuilt file before "
            "balance or expchrg runs"
        move 8 to return-code
    end-if.
6400-exit.
    exit.
6500-read-one-by-date.
    read outf next record
        at end
            set ck-eof to true
            go to 6500-exit
    end-read
    if not ck-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    add 1 to ck-index-count
    if ftran-debit
        add ftotal to ck-index-net
    else
        subtract ftotal from ck-index-net
    end-if.
6500-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
