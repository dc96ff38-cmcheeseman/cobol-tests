       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. retnmnt.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Maintains rptretn.dat,
*>   10/15/2026  TB    how long each report's filed copies are
*>   10/15/2026  TB    kept in the dated report archive before
*>   10/15/2026  TB    RPTPURGE removes them (see the RPTRETN
*>   10/15/2026  TB    copybook).  L)IST shows every line; S)ET
*>   10/15/2026  TB    adds or changes the days kept for a report
*>   10/15/2026  TB    name, DEFAULT covering any report without
*>   10/15/2026  TB    a line of its own.  Shortening a retention
*>   10/15/2026  TB    loses copies an auditor may ask for, so a
*>   10/15/2026  TB    supervisor signs on through OPERCHK and
*>   10/15/2026  TB    every change appends before and after
*>   10/15/2026  TB    images to audit.dat for AUDRPT.
*>   10/15/2026  TB    Audit before/after image work fields
*>   10/15/2026  TB    widened to 130 bytes with AUDITREC.CPY --
*>   10/15/2026  TB    the customer id is six digits and a whole
*>   10/15/2026  TB    outf.dat record now fits one image.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select retnf assign to "RPTRETN.DAT"
        organization is line sequential
        access is sequential
        file status is rn-retnf-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is rn-auditf-status.
data division.
file section.
fd retnf.
    copy RPTRETN.
fd auditf.
    copy AUDITREC.
working-storage section.
*> ------------------------------------------------------------
*> file-status and function-selection work fields
*> ------------------------------------------------------------
01 rn-retnf-status pic x(02) value "00".
   88 rn-retnf-ok value "00".
   88 rn-retnf-not-found value "35".
01 rn-auditf-status pic x(02) value "00".
   88 rn-auditf-ok value "00".
01 rn-function pic x(01) value space.
   88 rn-list-function value "L" "l".
   88 rn-set-function value "S" "s".
   88 rn-quit-function value "Q" "q".
01 rn-switches.
   02 rn-eof-sw pic x value "N".
      88 rn-eof value "Y".
   02 rn-found-sw pic x value "N".
      88 rn-found value "Y".
01 rn-reply pic x(01) value space.
*> ------------------------------------------------------------
*> the whole file is held here while it is worked, then written
*> back out in full, the same way GLMAPMNT keeps its map.
*> ------------------------------------------------------------
01 rn-retn-count pic 9(04) comp value 0.
01 rn-retn-sub pic 9(04) comp value 0.
01 rn-retn-table.
   02 rn-retn-entry occurs 200 times pic x(28).
*> ------------------------------------------------------------
*> the line being keyed.  with no DEFAULT line RPTPURGE keeps a
*> copy rn-default-days.
*> ------------------------------------------------------------
01 rn-run-date pic 9(08) value 0.
01 rn-key-name pic x(08) value spaces.
01 rn-key-days pic 9(04) value 0.
01 rn-default-days pic 9(04) value 90.
01 rn-reason pic x(30) value spaces.
*> ------------------------------------------------------------
*> audit-trail work fields
*> ------------------------------------------------------------
01 rn-operator-id pic x(08) value spaces.
01 rn-audit-before pic x(130) value spaces.
01 rn-audit-after pic x(130) value spaces.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK call
*> ------------------------------------------------------------
01 rn-level-needed pic 9(01) value 2.
01 rn-check-result pic x(01) value "N".
*> ------------------------------------------------------------
*> listing line
*> ------------------------------------------------------------
01 rn-list-line.
   02 filler pic x(02) value spaces.
   02 rn-ll-name pic x(08).
   02 filler pic x(02) value spaces.
   02 rn-ll-days pic z,zz9.
   02 filler pic x(07) value " days  ".
   02 rn-ll-set-by pic x(08).
   02 filler pic x(01) value space.
   02 rn-ll-set-date pic 9(08).
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- sign the supervisor on and loop on the
*> function menu until they quit.
*> ------------------------------------------------------------
0000-mainline.
    call "OPERCHK" using rn-level-needed, rn-operator-id,
        rn-check-result
    if rn-check-result not = "Y"
        display "report retention maintenance refused"
        stop run
    end-if
    perform 1000-prompt-function thru 1000-exit
        until rn-quit-function
    stop run.
*> ------------------------------------------------------------
*> 1000-PROMPT-FUNCTION -- ask which maintenance function to
*> perform and dispatch to it.
*> ------------------------------------------------------------
1000-prompt-function.
    display "L)IST RETENTION  S)ET RETENTION  Q)UIT: "
        with no advancing
    accept rn-function
    evaluate true
        when rn-list-function
            perform 2000-list-retention thru 2000-exit
        when rn-set-function
            perform 3000-set-retention thru 3000-exit
        when rn-quit-function
            next sentence
        when other
            display "not valid - enter L, S or Q"
    end-evaluate.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-LIST-RETENTION -- show every line on file.
*> ------------------------------------------------------------
2000-list-retention.
    perform 7000-load-retention thru 7000-exit
    if rn-retn-count = 0
        display "no retention set yet - every report is kept "
            rn-default-days " days"
        go to 2000-exit
    end-if
    display "  REPORT      KEPT        SET BY / ON"
    move 0 to rn-retn-sub
    perform 2100-list-one-line thru 2100-exit
        until rn-retn-sub not < rn-retn-count.
2000-exit.
    exit.
2100-list-one-line.
    add 1 to rn-retn-sub
    move rn-retn-entry(rn-retn-sub) to rpt-retn-rec
    move rr-report-name to rn-ll-name
    move rr-keep-days to rn-ll-days
    move rr-set-by to rn-ll-set-by
    move rr-set-date to rn-ll-set-date
    display rn-list-line.
2100-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-SET-RETENTION -- add a line for a report name, or change
*> the days on the one already there.  a reason is required;
*> it goes on audit.dat with the before and after lines.
*> ------------------------------------------------------------
3000-set-retention.
    display "enter report name (DEFAULT = any report "
        "without its own line): " with no advancing
    accept rn-key-name
    inspect rn-key-name converting
        "abcdefghijklmnopqrstuvwxyz" to
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    if rn-key-name = spaces
        display "a report name is required"
        go to 3000-exit
    end-if
    perform 7000-load-retention thru 7000-exit
    move "N" to rn-found-sw
    move 0 to rn-retn-sub
    perform 3100-check-one-line thru 3100-exit
        until rn-retn-sub not < rn-retn-count or rn-found
    if rn-found
        move rn-retn-entry(rn-retn-sub) to rpt-retn-rec
        display rn-key-name " is kept " rr-keep-days " days"
    else
        display rn-key-name " has no line yet"
    end-if
    display "enter days to keep (1-9999): " with no advancing
    accept rn-key-days
    if rn-key-days = 0
        display "days must be 1 to 9999 - not changed"
        go to 3000-exit
    end-if
    display "enter reason for the change: " with no advancing
    accept rn-reason
    if rn-reason = spaces
        display "a reason is required - not changed"
        go to 3000-exit
    end-if
    display "keep " rn-key-name " " rn-key-days " days (Y/N)? "
        with no advancing
    accept rn-reply
    if rn-reply not = "Y" and rn-reply not = "y"
        display "not changed"
        go to 3000-exit
    end-if
    move spaces to rn-audit-before
    if rn-found
        move rn-retn-entry(rn-retn-sub) to rn-audit-before
    else
        if rn-retn-count not < 200
            display "more than 200 lines on rptretn.dat - "
                "raise rn-retn-table's size before continuing"
            stop run
        end-if
        add 1 to rn-retn-count
        move rn-retn-count to rn-retn-sub
    end-if
    accept rn-run-date from date yyyymmdd
    move spaces to rpt-retn-rec
    move rn-key-name to rr-report-name
    move rn-key-days to rr-keep-days
    move rn-operator-id to rr-set-by
    move rn-run-date to rr-set-date
    move rpt-retn-rec to rn-retn-entry(rn-retn-sub)
    move spaces to rn-audit-after
    move rpt-retn-rec to rn-audit-after
    perform 8000-rewrite-retention thru 8000-exit
    perform 8500-write-audit-record thru 8500-exit
    display "retention set".
3000-exit.
    exit.
3100-check-one-line.
    add 1 to rn-retn-sub
    move rn-retn-entry(rn-retn-sub) to rpt-retn-rec
    if rr-report-name = rn-key-name
        set rn-found to true
    end-if.
3100-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-LOAD-RETENTION -- rptretn.dat into the table.  it is not
*> an error for the file not to exist yet.
*> ------------------------------------------------------------
7000-load-retention.
    move 0 to rn-retn-count
    move "N" to rn-eof-sw
    open input retnf
    if rn-retnf-not-found
        go to 7000-exit
    end-if
    if not rn-retnf-ok
        perform 9000-retnf-error thru 9000-exit
    end-if
    perform 7100-load-one-line thru 7100-exit
        until rn-eof
    close retnf.
7000-exit.
    exit.
7100-load-one-line.
    read retnf
        at end
            set rn-eof to true
        not at end
            if rn-retn-count not < 200
                display "more than 200 lines on rptretn.dat - "
                    "raise rn-retn-table's size before continuing"
                stop run
            end-if
            add 1 to rn-retn-count
            move rpt-retn-rec to rn-retn-entry(rn-retn-count)
    end-read
    if not rn-retnf-ok and not rn-eof
        perform 9000-retnf-error thru 9000-exit
    end-if.
7100-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-REWRITE-RETENTION -- the whole table back out as the new
*> rptretn.dat.
*> ------------------------------------------------------------
8000-rewrite-retention.
    open output retnf
    if not rn-retnf-ok
        perform 9000-retnf-error thru 9000-exit
    end-if
    move 0 to rn-retn-sub
    perform 8100-write-one-line thru 8100-exit
        until rn-retn-sub not < rn-retn-count
    close retnf.
8000-exit.
    exit.
8100-write-one-line.
    add 1 to rn-retn-sub
    move rn-retn-entry(rn-retn-sub) to rpt-retn-rec
    write rpt-retn-rec
    if not rn-retnf-ok
        perform 9000-retnf-error thru 9000-exit
    end-if.
8100-exit.
    exit.
*> ------------------------------------------------------------
*> 8500-WRITE-AUDIT-RECORD -- before and after images of the
*> line to audit.dat, keyed on today's date, with the reason.
*> ------------------------------------------------------------
8500-write-audit-record.
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move rn-operator-id to ad-operator
    move "RPTRETN" to ad-file-name
    move 0 to ad-fidnum
    move ad-change-date to ad-key-date
    move space to ad-key-type
    move rn-audit-before to ad-before-image
    move rn-audit-after to ad-after-image
    move rn-reason to ad-reason
    write audit-rec
    if not rn-auditf-ok
        display "warning - audit.dat file error - status "
            rn-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
8500-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-RETNF-ERROR -- a rptretn.dat operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-retnf-error.
    display "rptretn.dat file error - status "
        rn-retnf-status
    display "retnmnt terminating"
    stop run.
9000-exit.
    exit.
