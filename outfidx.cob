       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. outfidx.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  One-time conversion of
*>   10/15/2026  TB    outf.dat to carry the entry-date and
*>   10/15/2026  TB    billed-status alternate keys (see
*>   10/15/2026  TB    FDATREC.CPY).  The record layout does not
*>   10/15/2026  TB    change -- only the indexes.  OUTF.DAT is
*>   10/15/2026  TB    read in primary-key order and every record
*>   10/15/2026  TB    written to OUTF.NEW as it stands.  OUTF.NEW
*>   10/15/2026  TB    is then read back through each new key and
*>   10/15/2026  TB    proved against what went in: record count
*>   10/15/2026  TB    and net amount through the entry-date key,
*>   10/15/2026  TB    and the count of records not yet
*>   10/15/2026  TB    acknowledged through the billed-status key.
*>   10/15/2026  TB    OUTF.DAT is not touched -- when OUTFIDX.LST
*>   10/15/2026  TB    shows the file proving, the systems office
*>   10/15/2026  TB    renames OUTF.NEW over OUTF.DAT before
*>   10/15/2026  TB    anything else runs.  A file that does not
*>   10/15/2026  TB    prove ends the run with return code 8.
*>   10/15/2026  TB    The record is 130 bytes with FOPER-ID (see
*>   10/15/2026  TB    FDATREC.CPY).
*>   10/15/2026  TB    A file that proves is logged on jobctl.dat
*>   10/15/2026  TB    under step 0 (see JOBCTL.CPY), dated the
*>   10/15/2026  TB    run, so NIGHTRUN can set each step's time
*>   10/15/2026  TB    before the rebuild beside its time after.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
*> ------------------------------------------------------------
*> oldoutf is outf.dat as it stands, declared with its primary
*> key only, so it opens whether or not it has been converted.
*> ------------------------------------------------------------
    select oldoutf assign to "OUTF.DAT"
        organization is indexed
        access mode is sequential
        record key is old-outf-key
        file status is ox-old-status.
    select newoutf assign to "OUTF.NEW"
        organization is indexed
        access mode is dynamic
        record key is new-outf-key
        alternate record key is new-outf-entry-date with duplicates
        alternate record key is new-outf-bill-status with duplicates
        file status is ox-new-status.
    select idxlst assign to "OUTFIDX.LST"
        organization is line sequential
        file status is ox-idxlst-status.
    select jobctl assign to "JOBCTL.DAT"
        organization is line sequential
        file status is ox-jobctl-status.
data division.
file section.
fd oldoutf.
01 old-outf-rec.
   02 old-outf-key pic x(15).
   02 filler pic x(115).
*> ------------------------------------------------------------
*> newoutf names only the keys; the record is read back through
*> FDATREC.CPY in working-storage.
*> ------------------------------------------------------------
fd newoutf.
01 new-outf-rec.
   02 new-outf-key.
      03 filler pic x(06).
      03 new-outf-entry-date pic 9(08).
      03 filler pic x(01).
   02 filler pic x(74).
   02 new-outf-bill-status pic x(01).
   02 filler pic x(40).
fd idxlst.
01 idx-line pic x(132).
fd jobctl.
    copy JOBCTL.
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 ox-old-status pic x(02) value "00".
   88 ox-old-ok value "00" "02".
   88 ox-old-not-found value "35".
01 ox-new-status pic x(02) value "00".
   88 ox-new-ok value "00" "02".
01 ox-idxlst-status pic x(02) value "00".
01 ox-jobctl-status pic x(02) value "00".
   88 ox-jobctl-ok value "00".
   88 ox-jobctl-not-found value "35".
01 ox-switches.
   02 ox-eof-sw pic x value "N".
      88 ox-eof value "Y".
   02 ox-order-sw pic x value "N".
      88 ox-out-of-order value "Y".
   02 ox-proved-sw pic x value "N".
      88 ox-proved value "Y".
    copy FDATREC.
*> ------------------------------------------------------------
*> the proof: what was read from outf.dat, what was written to
*> OUTF.NEW, and what OUTF.NEW reads back as through each key.
*> ------------------------------------------------------------
01 ox-in-count pic 9(09) comp value 0.
01 ox-in-net pic s9(11)v99 value 0.
01 ox-in-unacked pic 9(09) comp value 0.
01 ox-out-count pic 9(09) comp value 0.
01 ox-date-count pic 9(09) comp value 0.
01 ox-date-net pic s9(11)v99 value 0.
01 ox-status-count pic 9(09) comp value 0.
01 ox-last-date pic 9(08) value 0.
01 ox-run-date pic 9(08) value 0.
*> ------------------------------------------------------------
*> filing the listing in the dated report archive (see
*> RPTARCH).  a hand-run job is signed with its own name.
*> ------------------------------------------------------------
01 ox-job-id pic x(08) value "OUTFIDX".
01 ox-report-name pic x(08) value "OUTFIDX".
01 ox-filed-sw pic x(01) value "N".
*> ------------------------------------------------------------
*> listing lines
*> ------------------------------------------------------------
01 ox-heading-1.
   02 filler pic x(45) value
      "OUTF.DAT ALTERNATE KEY CONVERSION - RUN OF ".
   02 ox-h-date pic 9(08).
01 ox-side-line.
   02 ox-s-label pic x(44).
   02 ox-s-count pic zzz,zzz,zz9.
   02 filler pic x(02) value spaces.
   02 ox-s-amounts.
      03 ox-s-amount pic $$,$$$,$$$,$$9.99-.
01 ox-order-line.
   02 filler pic x(60) value
      "*** ENTRY-DATE KEY DID NOT READ BACK IN DATE ORDER ***".
01 ox-verdict-in.
   02 filler pic x(60) value
      "***  OUTF.NEW PROVES - RENAME IT OVER OUTF.DAT  ***".
01 ox-verdict-out.
   02 filler pic x(60) value
      "*** OUTF.NEW DOES NOT PROVE - LEAVE OUTF.DAT AS IT IS ***".
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
*> ------------------------------------------------------------
0000-mainline.
    accept ox-run-date from date yyyymmdd
    perform 1000-open-files thru 1000-exit
    perform 2000-carry-one-record thru 2000-exit
        until ox-eof
    close oldoutf newoutf
    perform 3000-prove-by-entry-date thru 3000-exit
    perform 4000-prove-by-bill-status thru 4000-exit
    if ox-date-count = ox-in-count
        and ox-out-count = ox-in-count
        and ox-date-net = ox-in-net
        and ox-status-count = ox-in-unacked
        and not ox-out-of-order
        set ox-proved to true
    end-if
    perform 7000-print-listing thru 7000-exit
    perform 8000-file-listing thru 8000-exit
    if ox-proved
        perform 8500-log-rebuild thru 8500-exit
    end-if
    display "outf.dat alternate key conversion run of "
        ox-run-date
    display "  records read     : " ox-in-count
    display "  records written  : " ox-out-count
    display "  by entry date    : " ox-date-count
    display "  not acknowledged : " ox-in-unacked
        " by billed status " ox-status-count
    if ox-proved
        display "OUTF.NEW proves - rename it over OUTF.DAT before "
            "anything else runs"
    else
        display "OUTF.NEW DOES NOT PROVE - see OUTFIDX.LST.  leave "
            "OUTF.DAT as it is"
        move 8 to return-code
    end-if
    stop run.
*> ------------------------------------------------------------
*> 1000-OPEN-FILES -- outf.dat is opened input; a COBTEST run
*> holding it exclusive comes back status 61 and the run stops
*> without building anything.
*> ------------------------------------------------------------
1000-open-files.
    open input oldoutf
    if ox-old-not-found
        display "outf.dat not found - nothing to convert"
        stop run
    end-if
    if not ox-old-ok
        perform 9000-old-file-error thru 9000-exit
    end-if
    open output newoutf
    if not ox-new-ok
        perform 9100-new-file-error thru 9100-exit
    end-if
    open output idxlst
    move ox-run-date to ox-h-date
    move ox-heading-1 to idx-line
    write idx-line
    move spaces to idx-line
    write idx-line.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-CARRY-ONE-RECORD -- one record from outf.dat to OUTF.NEW
*> as it stands, counted and netted on the way in.
*> ------------------------------------------------------------
2000-carry-one-record.
    read oldoutf into fdat
        at end
            set ox-eof to true
            go to 2000-exit
    end-read
    if not ox-old-ok
        perform 9000-old-file-error thru 9000-exit
    end-if
    add 1 to ox-in-count
    if ftran-debit
        add ftotal to ox-in-net
    else
        subtract ftotal from ox-in-net
    end-if
    if fbill-unacked
        add 1 to ox-in-unacked
    end-if
    write new-outf-rec from fdat
    if not ox-new-ok
        perform 9100-new-file-error thru 9100-exit
    end-if
    add 1 to ox-out-count.
2000-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-PROVE-BY-ENTRY-DATE -- read OUTF.NEW back through the
*> entry-date key from the first day on file to the last.  every
*> record has to come back, in date order.
*> ------------------------------------------------------------
3000-prove-by-entry-date.
    open input newoutf
    if not ox-new-ok
        perform 9100-new-file-error thru 9100-exit
    end-if
    move "N" to ox-eof-sw
    move 0 to new-outf-entry-date
    start newoutf key is not < new-outf-entry-date
        invalid key
            set ox-eof to true
    end-start
    perform 3100-read-one-by-date thru 3100-exit
        until ox-eof
    close newoutf.
3000-exit.
    exit.
3100-read-one-by-date.
    read newoutf next record into fdat
        at end
            set ox-eof to true
            go to 3100-exit
    end-read
    if not ox-new-ok
        perform 9100-new-file-error thru 9100-exit
    end-if
    add 1 to ox-date-count
    if ftran-debit
        add ftotal to ox-date-net
    else
        subtract ftotal from ox-date-net
    end-if
    if fentry-date < ox-last-date
        set ox-out-of-order to true
    end-if
    move fentry-date to ox-last-date.
3100-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-PROVE-BY-BILL-STATUS -- read OUTF.NEW back through the
*> billed-status key the way EXPCHRG does: start at blank and
*> stop at the first acknowledged record.
*> ------------------------------------------------------------
4000-prove-by-bill-status.
    open input newoutf
    if not ox-new-ok
        perform 9100-new-file-error thru 9100-exit
    end-if
    move "N" to ox-eof-sw
    move space to new-outf-bill-status
    start newoutf key is = new-outf-bill-status
        invalid key
            set ox-eof to true
    end-start
    perform 4100-read-one-by-status thru 4100-exit
        until ox-eof
    close newoutf.
4000-exit.
    exit.
4100-read-one-by-status.
    read newoutf next record into fdat
        at end
            set ox-eof to true
            go to 4100-exit
    end-read
    if not ox-new-ok
        perform 9100-new-file-error thru 9100-exit
    end-if
    if not fbill-unacked
        set ox-eof to true
        go to 4100-exit
    end-if
    add 1 to ox-status-count.
4100-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-PRINT-LISTING -- both sides of the proof and the verdict.
*> ------------------------------------------------------------
7000-print-listing.
    move "RECORDS READ FROM OUTF.DAT" to ox-s-label
    move ox-in-count to ox-s-count
    move ox-in-net to ox-s-amount
    move ox-side-line to idx-line
    write idx-line
    move "RECORDS WRITTEN TO OUTF.NEW" to ox-s-label
    move ox-out-count to ox-s-count
    move spaces to ox-s-amounts
    move ox-side-line to idx-line
    write idx-line
    move "READ BACK THROUGH THE ENTRY-DATE KEY" to ox-s-label
    move ox-date-count to ox-s-count
    move ox-date-net to ox-s-amount
    move ox-side-line to idx-line
    write idx-line
    move "NOT YET ACKNOWLEDGED ON OUTF.DAT" to ox-s-label
    move ox-in-unacked to ox-s-count
    move spaces to ox-s-amounts
    move ox-side-line to idx-line
    write idx-line
    move "READ BACK THROUGH THE BILLED-STATUS KEY" to ox-s-label
    move ox-status-count to ox-s-count
    move spaces to ox-s-amounts
    move ox-side-line to idx-line
    write idx-line
    move spaces to idx-line
    write idx-line
    if ox-out-of-order
        move ox-order-line to idx-line
        write idx-line
    end-if
    if ox-proved
        move ox-verdict-in to idx-line
    else
        move ox-verdict-out to idx-line
    end-if
    write idx-line
    close idxlst.
7000-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-FILE-LISTING -- file OUTFIDX.LST in the dated report
*> archive.  a listing that cannot be filed is warned about;
*> the conversion itself stands.
*> ------------------------------------------------------------
8000-file-listing.
    call "RPTARCH" using ox-report-name, ox-run-date, ox-job-id,
        ox-filed-sw
    if ox-filed-sw not = "Y"
        display "warning - " ox-report-name
            " listing not filed in the report archive"
    end-if.
8000-exit.
    exit.
*> ------------------------------------------------------------
*> 8500-LOG-REBUILD -- a line on jobctl.dat under step 0, dated
*> the run, so NIGHTRUN can show each step's time before the
*> rebuilt outf.dat went in beside its time after.  a line that
*> cannot be written is warned about; the conversion stands.
*> ------------------------------------------------------------
8500-log-rebuild.
    open extend jobctl
    if ox-jobctl-not-found
        open output jobctl
    end-if
    if not ox-jobctl-ok
        display "warning - jobctl.dat status " ox-jobctl-status
            " - index rebuild not logged for NIGHTRUN"
        go to 8500-exit
    end-if
    move ox-run-date to jc-run-date
    move 0 to jc-step-number
    move "OUTFIDX" to jc-step-name
    accept jc-event-time from time
    set jc-index-rebuilt to true
    move 0 to jc-return-code
    move 0 to jc-elapsed
    write job-ctl-rec
    if not ox-jobctl-ok
        display "warning - jobctl.dat status " ox-jobctl-status
            " - index rebuild not logged for NIGHTRUN"
    end-if
    close jobctl.
8500-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OLD-FILE-ERROR -- a read of outf.dat came back with a
*> file status none of the callers know how to handle.  outf.dat
*> has not been touched.
*> ------------------------------------------------------------
9000-old-file-error.
    display "outf.dat file error - status " ox-old-status
    display "outfidx terminating - outf.dat is as it was"
    move 8 to return-code
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-NEW-FILE-ERROR -- an open, write or read of OUTF.NEW came
*> back with a file status none of the callers know how to
*> handle.
*> ------------------------------------------------------------
9100-new-file-error.
    display "OUTF.NEW file error - status " ox-new-status
    display "outfidx terminating - outf.dat is as it was"
    move 8 to return-code
    stop run.
9100-exit.
    exit.
