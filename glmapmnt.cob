       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. glmapmnt.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Maintains glmap.dat, the
*>   10/15/2026  TB    general-ledger account map GLEXTR posts
*>   10/15/2026  TB    the nightly journal through (see the GLMAP
*>   10/15/2026  TB    copybook).  L)IST shows every line on file;
*>   10/15/2026  TB    S)ET keys the debit and credit accounts for
*>   10/15/2026  TB    a transaction type, component and branch,
*>   10/15/2026  TB    adding the line or replacing the accounts
*>   10/15/2026  TB    on it; D)ELETE drops a line.  Account
*>   10/15/2026  TB    changes move money between ledgers, so a
*>   10/15/2026  TB    supervisor signs on through OPERCHK and
*>   10/15/2026  TB    every change appends before and after
*>   10/15/2026  TB    images to audit.dat for AUDRPT.
*>   10/15/2026  TB    Map lines can now be keyed for the bad-debt
*>   10/15/2026  TB    types -- "W" write-off, "V" recovery
*>   10/15/2026  TB    receipt and "Y" reinstatement -- each
*>   10/15/2026  TB    posting by TOTAL like the other non-charge
*>   10/15/2026  TB    types.
*>   10/15/2026  TB    And for "N" returned-payment reversal and
*>   10/15/2026  TB    "K" returned-check fee, posted by NSFRTN.
*>   10/15/2026  TB    And for "X" refund check cancelled, posted
*>   10/15/2026  TB    by REFUND.
*>   10/15/2026  TB    Audit before/after image work fields
*>   10/15/2026  TB    widened to 130 bytes with AUDITREC.CPY --
*>   10/15/2026  TB    the customer id is six digits and a whole
*>   10/15/2026  TB    outf.dat record now fits one image.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select glmap assign to "GLMAP.DAT"
        organization is line sequential
        access is sequential
        file status is ga-glmap-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is ga-auditf-status.
data division.
file section.
fd glmap.
    copy GLMAP.
fd auditf.
    copy AUDITREC.
working-storage section.
*> ------------------------------------------------------------
*> file-status and function-selection work fields
*> ------------------------------------------------------------
01 ga-glmap-status pic x(02) value "00".
   88 ga-glmap-ok value "00".
   88 ga-glmap-not-found value "35".
01 ga-auditf-status pic x(02) value "00".
   88 ga-auditf-ok value "00".
01 ga-function pic x(01) value space.
   88 ga-list-function value "L" "l".
   88 ga-set-function value "S" "s".
   88 ga-delete-function value "D" "d".
   88 ga-quit-function value "Q" "q".
01 ga-switches.
   02 ga-eof-sw pic x value "N".
      88 ga-eof value "Y".
   02 ga-found-sw pic x value "N".
      88 ga-found value "Y".
01 ga-reply pic x(01) value space.
*> ------------------------------------------------------------
*> the whole map is held here while it is worked, then written
*> back out in full, the same way REFUND keeps its queue.
*> ------------------------------------------------------------
01 ga-map-count pic 9(04) comp value 0.
01 ga-map-sub pic 9(04) comp value 0.
01 ga-map-table.
   02 ga-map-entry occurs 100 times pic x(63).
*> ------------------------------------------------------------
*> the line being keyed
*> ------------------------------------------------------------
01 ga-key-type pic x(01) value space.
   88 ga-valid-type value "C" "P" "A" "F" "R" "W" "V" "Y" "N"
                          "K" "X".
01 ga-key-component pic x(05) value spaces.
01 ga-key-branch pic x(03) value spaces.
01 ga-new-debit pic x(12) value spaces.
01 ga-new-credit pic x(12) value spaces.
01 ga-new-description pic x(30) value spaces.
*> ------------------------------------------------------------
*> audit-trail work fields
*> ------------------------------------------------------------
01 ga-operator-id pic x(08) value spaces.
01 ga-audit-before pic x(130) value spaces.
01 ga-audit-after pic x(130) value spaces.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK call
*> ------------------------------------------------------------
01 ga-level-needed pic 9(01) value 2.
01 ga-check-result pic x(01) value "N".
*> ------------------------------------------------------------
*> listing line
*> ------------------------------------------------------------
01 ga-list-line.
   02 filler pic x(02) value spaces.
   02 ga-ll-type pic x(01).
   02 filler pic x(02) value spaces.
   02 ga-ll-component pic x(05).
   02 filler pic x(02) value spaces.
   02 ga-ll-branch pic x(03).
   02 filler pic x(05) value "  DR ".
   02 ga-ll-debit pic x(12).
   02 filler pic x(05) value "  CR ".
   02 ga-ll-credit pic x(12).
   02 filler pic x(02) value spaces.
   02 ga-ll-description pic x(30).
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- sign the supervisor on and loop on the
*> function menu until they quit.
*> ------------------------------------------------------------
0000-mainline.
    call "OPERCHK" using ga-level-needed, ga-operator-id,
        ga-check-result
    if ga-check-result not = "Y"
        display "gl account map maintenance refused"
        stop run
    end-if
    perform 1000-prompt-function thru 1000-exit
        until ga-quit-function
    stop run.
*> ------------------------------------------------------------
*> 1000-PROMPT-FUNCTION -- ask which maintenance function to
*> perform and dispatch to it.
*> ------------------------------------------------------------
1000-prompt-function.
    display "L)IST MAP  S)ET LINE  D)ELETE LINE  Q)UIT: "
        with no advancing
    accept ga-function
    evaluate true
        when ga-list-function
            perform 2000-list-map thru 2000-exit
        when ga-set-function
            perform 3000-set-map-line thru 3000-exit
        when ga-delete-function
            perform 4000-delete-map-line thru 4000-exit
        when ga-quit-function
            next sentence
        when other
            display "not valid - enter L, S, D or Q"
    end-evaluate.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-LIST-MAP -- show every line on file.
*> ------------------------------------------------------------
2000-list-map.
    perform 7000-load-map thru 7000-exit
    if ga-map-count = 0
        display "no account map on file yet - set a line first"
        go to 2000-exit
    end-if
    display "gl account map:"
    move 0 to ga-map-sub
    perform 2100-list-one-line thru 2100-exit
        until ga-map-sub not < ga-map-count.
2000-exit.
    exit.
2100-list-one-line.
    add 1 to ga-map-sub
    move ga-map-entry(ga-map-sub) to gl-map-rec
    move gm-tran-type to ga-ll-type
    move gm-component to ga-ll-component
    move gm-branch-code to ga-ll-branch
    move gm-debit-account to ga-ll-debit
    move gm-credit-account to ga-ll-credit
    move gm-description to ga-ll-description
    display ga-list-line.
2100-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-SET-MAP-LINE -- key the accounts for one type,
*> component and branch.  a line already on file has its
*> accounts replaced; otherwise the line is added.  a charge
*> posts by component, every other type by TOTAL.
*> ------------------------------------------------------------
3000-set-map-line.
    perform 5000-key-map-line thru 5000-exit
    if ga-key-type = space
        go to 3000-exit
    end-if
    display "enter debit account: " with no advancing
    accept ga-new-debit
    display "enter credit account: " with no advancing
    accept ga-new-credit
    if ga-new-debit = spaces or ga-new-credit = spaces
        display "both accounts are required - not set"
        go to 3000-exit
    end-if
    display "enter description: " with no advancing
    accept ga-new-description
    perform 7000-load-map thru 7000-exit
    perform 6000-find-map-line thru 6000-exit
    if ga-found
        move ga-map-entry(ga-map-sub) to gl-map-rec
        move gl-map-rec to ga-audit-before
    else
        if ga-map-count not < 100
            display "more than 100 map lines - raise "
                "ga-map-table's size before continuing"
            stop run
        end-if
        add 1 to ga-map-count
        move ga-map-count to ga-map-sub
        move spaces to ga-audit-before
        move spaces to gl-map-rec
        move ga-key-type to gm-tran-type
        move ga-key-component to gm-component
        move ga-key-branch to gm-branch-code
    end-if
    move ga-new-debit to gm-debit-account
    move ga-new-credit to gm-credit-account
    move ga-new-description to gm-description
    move gl-map-rec to ga-map-entry(ga-map-sub)
    move gl-map-rec to ga-audit-after
    perform 8000-rewrite-map thru 8000-exit
    perform 8500-write-audit-record thru 8500-exit
    if ga-audit-before = spaces
        display "map line added"
    else
        display "map line changed"
    end-if.
3000-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-DELETE-MAP-LINE -- drop one line, after confirmation.
*> the entries after it close up over the gap.
*> ------------------------------------------------------------
4000-delete-map-line.
    perform 5000-key-map-line thru 5000-exit
    if ga-key-type = space
        go to 4000-exit
    end-if
    perform 7000-load-map thru 7000-exit
    perform 6000-find-map-line thru 6000-exit
    if not ga-found
        display "no such map line on file"
        go to 4000-exit
    end-if
    move ga-map-entry(ga-map-sub) to gl-map-rec
    move gm-tran-type to ga-ll-type
    move gm-component to ga-ll-component
    move gm-branch-code to ga-ll-branch
    move gm-debit-account to ga-ll-debit
    move gm-credit-account to ga-ll-credit
    move gm-description to ga-ll-description
    display ga-list-line
    display "delete this line (Y/N)? " with no advancing
    accept ga-reply
    if ga-reply not = "Y" and ga-reply not = "y"
        display "not deleted"
        go to 4000-exit
    end-if
    move gl-map-rec to ga-audit-before
    move spaces to ga-audit-after
    perform 4100-close-up-one thru 4100-exit
        until ga-map-sub not < ga-map-count
    subtract 1 from ga-map-count
    perform 8000-rewrite-map thru 8000-exit
    perform 8500-write-audit-record thru 8500-exit
    display "map line deleted".
4000-exit.
    exit.
4100-close-up-one.
    move ga-map-entry(ga-map-sub + 1) to ga-map-entry(ga-map-sub)
    add 1 to ga-map-sub.
4100-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-KEY-MAP-LINE -- key and edit the type, component and
*> branch of the line to work on.  a rejected key comes back
*> with a blank type.
*> ------------------------------------------------------------
5000-key-map-line.
    display "enter transaction type (C/P/A/F/R/W/V/Y/N/K): "
        with no advancing
    accept ga-key-type
    inspect ga-key-type converting "cpafrwvynkx" to "CPAFRWVYNKX"
    if not ga-valid-type
        display "transaction type must be C, P, A, F, R, W, V, "
            "Y, N, K or X"
        move space to ga-key-type
        go to 5000-exit
    end-if
    display "enter component (BASE/TAX/SURCH/TOTAL): "
        with no advancing
    accept ga-key-component
    inspect ga-key-component converting "abcehrstu"
        to "ABCEHRSTU"
    move ga-key-component to gm-component
    if not gm-valid-component
        display "component must be BASE, TAX, SURCH or TOTAL"
        move space to ga-key-type
        go to 5000-exit
    end-if
    if ga-key-type = "C" and gm-total-component
        display "a charge posts by BASE, TAX and SURCH"
        move space to ga-key-type
        go to 5000-exit
    end-if
    if ga-key-type not = "C" and not gm-total-component
        display "only a charge is split - use TOTAL"
        move space to ga-key-type
        go to 5000-exit
    end-if
    display "enter branch code (blank = every branch): "
        with no advancing
    accept ga-key-branch
    inspect ga-key-branch converting
        "abcdefghijklmnopqrstuvwxyz"
        to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
5000-exit.
    exit.
*> ------------------------------------------------------------
*> 6000-FIND-MAP-LINE -- the table entry matching the keyed
*> type, component and branch, leaving ga-map-sub on it.
*> ------------------------------------------------------------
6000-find-map-line.
    move "N" to ga-found-sw
    move 0 to ga-map-sub
    perform 6100-check-one-line thru 6100-exit
        until ga-map-sub not < ga-map-count or ga-found.
6000-exit.
    exit.
6100-check-one-line.
    add 1 to ga-map-sub
    move ga-map-entry(ga-map-sub) to gl-map-rec
    if gm-tran-type = ga-key-type
            and gm-component = ga-key-component
            and gm-branch-code = ga-key-branch
        set ga-found to true
    end-if.
6100-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-LOAD-MAP -- glmap.dat into the table.  it is not an
*> error for the file not to exist yet.
*> ------------------------------------------------------------
7000-load-map.
    move 0 to ga-map-count
    move "N" to ga-eof-sw
    open input glmap
    if ga-glmap-not-found
        go to 7000-exit
    end-if
    if not ga-glmap-ok
        perform 9000-glmap-error thru 9000-exit
    end-if
    perform 7100-load-one-line thru 7100-exit
        until ga-eof
    close glmap.
7000-exit.
    exit.
7100-load-one-line.
    read glmap
        at end
            set ga-eof to true
        not at end
            if ga-map-count not < 100
                display "more than 100 map lines - raise "
                    "ga-map-table's size before continuing"
                stop run
            end-if
            add 1 to ga-map-count
            move gl-map-rec to ga-map-entry(ga-map-count)
    end-read
    if not ga-glmap-ok and not ga-eof
        perform 9000-glmap-error thru 9000-exit
    end-if.
7100-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-REWRITE-MAP -- the whole table back out as the new
*> glmap.dat.
*> ------------------------------------------------------------
8000-rewrite-map.
    open output glmap
    if not ga-glmap-ok
        perform 9000-glmap-error thru 9000-exit
    end-if
    move 0 to ga-map-sub
    perform 8100-write-one-line thru 8100-exit
        until ga-map-sub not < ga-map-count
    close glmap.
8000-exit.
    exit.
8100-write-one-line.
    add 1 to ga-map-sub
    move ga-map-entry(ga-map-sub) to gl-map-rec
    write gl-map-rec
    if not ga-glmap-ok
        perform 9000-glmap-error thru 9000-exit
    end-if.
8100-exit.
    exit.
*> ------------------------------------------------------------
*> 8500-WRITE-AUDIT-RECORD -- before and after images of the
*> map line to audit.dat.  an add has a blank before image and
*> a delete a blank after image.
*> ------------------------------------------------------------
8500-write-audit-record.
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move ga-operator-id to ad-operator
    move "GLMAP" to ad-file-name
    move 0 to ad-fidnum
    move 0 to ad-key-date
    move ga-key-type to ad-key-type
    move ga-audit-before to ad-before-image
    move ga-audit-after to ad-after-image
    move spaces to ad-reason
    write audit-rec
    if not ga-auditf-ok
        display "warning - audit.dat file error - status "
            ga-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
8500-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-GLMAP-ERROR -- a glmap.dat operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-glmap-error.
    display "glmap.dat file error - status " ga-glmap-status
    display "glmapmnt terminating"
    stop run.
9000-exit.
    exit.
