*>   09/01/2026  TB    It goes out on the first export after the
*>   09/01/2026  TB    hold is released (its billed status is
*>   09/01/2026  TB    still blank).
*>   10/15/2026  TB    The customer id column on EXPCHRG.CSV is
*>   10/15/2026  TB    six digits wide with FIDNUM (see
*>   10/15/2026  TB    FDATREC.CPY) -- the billing people were
*>   10/15/2026  TB    told ahead of the change.
*>   10/15/2026  TB    The export reads through the new billed-
*>   10/15/2026  TB    status alternate key on outf.dat (see
*>   10/15/2026  TB    FDATREC.CPY): START at blank status and
*>   10/15/2026  TB    stop at the first acknowledged record,
*>   10/15/2026  TB    instead of reading and skipping the whole
*>   10/15/2026  TB    file.  The already-acknowledged count is
*>   10/15/2026  TB    gone with the skip.  Status 02, a duplicate
*>   10/15/2026  TB    alternate value, counts as good.
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
        file status is ex-outf-status.
    select expout assign to "EXPCHRG.CSV"
        organization is line sequential
*> ------------------------------------------------------------
fd expout.
01 exp-line.
   02 exp-idnum pic 9(06).
   02 filler pic x(01) value ",".
   02 exp-firstname pic x(15).
   02 filler pic x(01) value ",".
*> file-status and switch work fields
*> ------------------------------------------------------------
01 ex-outf-status pic x(02) value "00".
   88 ex-outf-ok value "00" "02".
   88 ex-outf-not-found value "35".
01 ex-expout-status pic x(02) value "00".
01 ex-eof-sw pic x(01) value "N".
   88 ex-eof value "Y".
01 ex-export-count pic 9(06) comp value 0.
01 ex-disputed-count pic 9(06) comp value 0.
procedure division.
*> ------------------------------------------------------------
        perform 9000-outf-error thru 9000-exit
    end-if
    open output expout
    move space to fbill-status
    start outf key is = fbill-status
        invalid key
            set ex-eof to true
    end-start
    if not ex-eof
        perform 1000-read-charge thru 1000-exit
    end-if
    perform 2000-export-one-charge thru 2000-exit
        until ex-eof
    close outf
    close expout
    display "records exported            : " ex-export-count
    display "in dispute - held back      : " ex-disputed-count
    stop run.
*> ------------------------------------------------------------
*> 1000-READ-CHARGE -- the next record on the billed-status key.
*> the unacknowledged records come first (blank status) and the
*> read stops at the first acknowledged one.
*> ------------------------------------------------------------
1000-read-charge.
    read outf next record
        at end
            set ex-eof to true
    end-read
    if not ex-eof and not fbill-unacked
        set ex-eof to true
    end-if.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-EXPORT-ONE-CHARGE -- write one line to the export file.
*> a record the billing system has already acknowledged, accepted
*> or rejected, is not read at all; a rejected one goes back out
*> only after the office corrects it (which clears its billed
*> status, see COBTEST maintenance mode).
*> ------------------------------------------------------------
2000-export-one-charge.
    if fdisp-held
        add 1 to ex-disputed-count
        perform 1000-read-charge thru 1000-exit
