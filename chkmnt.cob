       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. chkmnt.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Maintains chkstock.dat,
*>   10/15/2026  TB    the refund check stock REFUND draws its
*>   10/15/2026  TB    check numbers from (see the CHKSTOCK
*>   10/15/2026  TB    copybook).  L)IST shows every range with
*>   10/15/2026  TB    the next number to be issued; A)DD loads a
*>   10/15/2026  TB    new range of pre-numbered checks as it
*>   10/15/2026  TB    comes from the printer, refused if any
*>   10/15/2026  TB    number in it is already on file for the
*>   10/15/2026  TB    same bank account; R)ETIRE pulls a range
*>   10/15/2026  TB    out of use (spoiled or lost stock) so its
*>   10/15/2026  TB    unissued numbers are never drawn.  Check
*>   10/15/2026  TB    stock is money, so a supervisor signs on
*>   10/15/2026  TB    through OPERCHK and every change appends
*>   10/15/2026  TB    before and after images to audit.dat for
*>   10/15/2026  TB    AUDRPT.
*>   10/15/2026  TB    Audit before/after image work fields
*>   10/15/2026  TB    widened to 130 bytes with AUDITREC.CPY --
*>   10/15/2026  TB    the customer id is six digits and a whole
*>   10/15/2026  TB    outf.dat record now fits one image.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select stockf assign to "CHKSTOCK.DAT"
        organization is line sequential
        access is sequential
        file status is km-stockf-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is km-auditf-status.
data division.
file section.
fd stockf.
    copy CHKSTOCK.
fd auditf.
    copy AUDITREC.
working-storage section.
*> ------------------------------------------------------------
*> file-status and function-selection work fields
*> ------------------------------------------------------------
01 km-stockf-status pic x(02) value "00".
   88 km-stockf-ok value "00".
   88 km-stockf-not-found value "35".
01 km-auditf-status pic x(02) value "00".
   88 km-auditf-ok value "00".
01 km-function pic x(01) value space.
   88 km-list-function value "L" "l".
   88 km-add-function value "A" "a".
   88 km-retire-function value "R" "r".
   88 km-quit-function value "Q" "q".
01 km-switches.
   02 km-eof-sw pic x value "N".
      88 km-eof value "Y".
   02 km-found-sw pic x value "N".
      88 km-found value "Y".
01 km-reply pic x(01) value space.
*> ------------------------------------------------------------
*> the whole file is held here while it is worked, then written
*> back out in full, the same way GLMAPMNT keeps its map.
*> ------------------------------------------------------------
01 km-stock-count pic 9(04) comp value 0.
01 km-stock-sub pic 9(04) comp value 0.
01 km-stock-table.
   02 km-stock-entry occurs 200 times pic x(50).
*> ------------------------------------------------------------
*> the range being keyed
*> ------------------------------------------------------------
01 km-run-date pic 9(08) value 0.
01 km-key-account pic x(12) value spaces.
01 km-key-first pic 9(07) value 0.
01 km-key-last pic 9(07) value 0.
01 km-unissued pic 9(07) value 0.
01 km-reason pic x(30) value spaces.
*> ------------------------------------------------------------
*> audit-trail work fields
*> ------------------------------------------------------------
01 km-operator-id pic x(08) value spaces.
01 km-audit-before pic x(130) value spaces.
01 km-audit-after pic x(130) value spaces.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK call
*> ------------------------------------------------------------
01 km-level-needed pic 9(01) value 2.
01 km-check-result pic x(01) value "N".
*> ------------------------------------------------------------
*> listing line
*> ------------------------------------------------------------
01 km-list-line.
   02 filler pic x(02) value spaces.
   02 km-ll-account pic x(12).
   02 filler pic x(02) value spaces.
   02 km-ll-first pic 9(07).
   02 filler pic x(03) value " - ".
   02 km-ll-last pic 9(07).
   02 filler pic x(02) value spaces.
   02 km-ll-next pic x(07).
   02 filler pic x(02) value spaces.
   02 km-ll-status pic x(08).
   02 filler pic x(02) value spaces.
   02 km-ll-loaded-by pic x(08).
   02 filler pic x(01) value space.
   02 km-ll-loaded-date pic 9(08).
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- sign the supervisor on and loop on the
*> function menu until they quit.
*> ------------------------------------------------------------
0000-mainline.
    call "OPERCHK" using km-level-needed, km-operator-id,
        km-check-result
    if km-check-result not = "Y"
        display "check stock maintenance refused"
        stop run
    end-if
    perform 1000-prompt-function thru 1000-exit
        until km-quit-function
    stop run.
*> ------------------------------------------------------------
*> 1000-PROMPT-FUNCTION -- ask which maintenance function to
*> perform and dispatch to it.
*> ------------------------------------------------------------
1000-prompt-function.
    display "L)IST STOCK  A)DD RANGE  R)ETIRE RANGE  Q)UIT: "
        with no advancing
    accept km-function
    evaluate true
        when km-list-function
            perform 2000-list-stock thru 2000-exit
        when km-add-function
            perform 3000-add-range thru 3000-exit
        when km-retire-function
            perform 4000-retire-range thru 4000-exit
        when km-quit-function
            next sentence
        when other
            display "not valid - enter L, A, R or Q"
    end-evaluate.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-LIST-STOCK -- show every range on file.
*> ------------------------------------------------------------
2000-list-stock.
    perform 7000-load-stock thru 7000-exit
    if km-stock-count = 0
        display "no check stock loaded yet"
        go to 2000-exit
    end-if
    display "  ACCOUNT       RANGE               NEXT     "
        "STATUS    LOADED BY / ON"
    move 0 to km-stock-sub
    perform 2100-list-one-range thru 2100-exit
        until km-stock-sub not < km-stock-count.
2000-exit.
    exit.
2100-list-one-range.
    add 1 to km-stock-sub
    move km-stock-entry(km-stock-sub) to check-stock-rec
    move ks-bank-account to km-ll-account
    move ks-first-check to km-ll-first
    move ks-last-check to km-ll-last
    evaluate true
        when ks-active
            move ks-next-check to km-ll-next
            move "ACTIVE" to km-ll-status
        when ks-used-up
            move spaces to km-ll-next
            move "USED UP" to km-ll-status
        when other
            move ks-next-check to km-ll-next
            move "RETIRED" to km-ll-status
    end-evaluate
    move ks-loaded-by to km-ll-loaded-by
    move ks-loaded-date to km-ll-loaded-date
    display km-list-line.
2100-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-ADD-RANGE -- load a new range of checks.  no number in
*> it may already be on file for the same account, used or not
*> -- a check number is issued once, ever.
*> ------------------------------------------------------------
3000-add-range.
    perform 5000-key-range thru 5000-exit
    if km-key-first = 0
        go to 3000-exit
    end-if
    perform 7000-load-stock thru 7000-exit
    perform 6000-find-overlap thru 6000-exit
    if km-found
        move km-stock-entry(km-stock-sub) to check-stock-rec
        display "checks " ks-first-check " - " ks-last-check
            " are already on file for account " ks-bank-account
            " - not added"
        go to 3000-exit
    end-if
    if km-stock-count not < 200
        display "more than 200 ranges on chkstock.dat - "
            "raise km-stock-table's size before continuing"
        stop run
    end-if
    compute km-unissued = km-key-last - km-key-first + 1
    display "add " km-unissued " checks, " km-key-first " - "
        km-key-last ", on account " km-key-account " (Y/N)? "
        with no advancing
    accept km-reply
    if km-reply not = "Y" and km-reply not = "y"
        display "not added"
        go to 3000-exit
    end-if
    accept km-run-date from date yyyymmdd
    move spaces to check-stock-rec
    move km-key-account to ks-bank-account
    move km-key-first to ks-first-check
    move km-key-last to ks-last-check
    move km-key-first to ks-next-check
    set ks-active to true
    move km-operator-id to ks-loaded-by
    move km-run-date to ks-loaded-date
    add 1 to km-stock-count
    move check-stock-rec to km-stock-entry(km-stock-count)
    move spaces to km-audit-before
    move check-stock-rec to km-audit-after
    move "STOCK LOADED" to km-reason
    perform 8000-rewrite-stock thru 8000-exit
    perform 8500-write-audit-record thru 8500-exit
    display "range added".
3000-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-RETIRE-RANGE -- pull an active range out of use.  a
*> reason is required; it goes on audit.dat with the number of
*> checks that will never be issued.
*> ------------------------------------------------------------
4000-retire-range.
    display "enter bank account: " with no advancing
    accept km-key-account
    display "enter first check number of the range: "
        with no advancing
    accept km-key-first
    perform 7000-load-stock thru 7000-exit
    move "N" to km-found-sw
    move 0 to km-stock-sub
    perform 4100-check-one-range thru 4100-exit
        until km-stock-sub not < km-stock-count or km-found
    if not km-found
        display "no range starting " km-key-first
            " on account " km-key-account
        go to 4000-exit
    end-if
    move km-stock-entry(km-stock-sub) to check-stock-rec
    if not ks-active
        display "that range is not active - nothing retired"
        go to 4000-exit
    end-if
    compute km-unissued = ks-last-check - ks-next-check + 1
    display km-unissued " unissued checks, " ks-next-check
        " - " ks-last-check
    display "enter reason for retiring: " with no advancing
    accept km-reason
    if km-reason = spaces
        display "a reason is required - not retired"
        go to 4000-exit
    end-if
    display "retire them - they can never be issued (Y/N)? "
        with no advancing
    accept km-reply
    if km-reply not = "Y" and km-reply not = "y"
        display "not retired"
        go to 4000-exit
    end-if
    move check-stock-rec to km-audit-before
    set ks-retired to true
    move check-stock-rec to km-stock-entry(km-stock-sub)
    move check-stock-rec to km-audit-after
    perform 8000-rewrite-stock thru 8000-exit
    perform 8500-write-audit-record thru 8500-exit
    display "range retired".
4000-exit.
    exit.
4100-check-one-range.
    add 1 to km-stock-sub
    move km-stock-entry(km-stock-sub) to check-stock-rec
    if ks-bank-account = km-key-account
            and ks-first-check = km-key-first
        set km-found to true
    end-if.
4100-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-KEY-RANGE -- key and edit a new range.  a rejected
*> range comes back with a zero first number.
*> ------------------------------------------------------------
5000-key-range.
    display "enter bank account the checks are drawn on: "
        with no advancing
    accept km-key-account
    display "enter first check number: " with no advancing
    accept km-key-first
    display "enter last check number: " with no advancing
    accept km-key-last
    if km-key-account = spaces
        display "a bank account is required"
        move 0 to km-key-first
        go to 5000-exit
    end-if
    if km-key-first = 0 or km-key-last < km-key-first
        display "not a valid range"
        move 0 to km-key-first
    end-if.
5000-exit.
    exit.
*> ------------------------------------------------------------
*> 6000-FIND-OVERLAP -- any range on the same account sharing a
*> number with the keyed one, leaving km-stock-sub on it.
*> ------------------------------------------------------------
6000-find-overlap.
    move "N" to km-found-sw
    move 0 to km-stock-sub
    perform 6100-check-one-overlap thru 6100-exit
        until km-stock-sub not < km-stock-count or km-found.
6000-exit.
    exit.
6100-check-one-overlap.
    add 1 to km-stock-sub
    move km-stock-entry(km-stock-sub) to check-stock-rec
    if ks-bank-account = km-key-account
            and km-key-first not > ks-last-check
            and km-key-last not < ks-first-check
        set km-found to true
    end-if.
6100-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-LOAD-STOCK -- chkstock.dat into the table.  it is not an
*> error for the file not to exist yet.
*> ------------------------------------------------------------
7000-load-stock.
    move 0 to km-stock-count
    move "N" to km-eof-sw
    open input stockf
    if km-stockf-not-found
        go to 7000-exit
    end-if
    if not km-stockf-ok
        perform 9000-stockf-error thru 9000-exit
    end-if
    perform 7100-load-one-range thru 7100-exit
        until km-eof
    close stockf.
7000-exit.
    exit.
7100-load-one-range.
    read stockf
        at end
            set km-eof to true
        not at end
            if km-stock-count not < 200
                display "more than 200 ranges on chkstock.dat - "
                    "raise km-stock-table's size before continuing"
                stop run
            end-if
            add 1 to km-stock-count
            move check-stock-rec to km-stock-entry(km-stock-count)
    end-read
    if not km-stockf-ok and not km-eof
        perform 9000-stockf-error thru 9000-exit
    end-if.
7100-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-REWRITE-STOCK -- the whole table back out as the new
*> chkstock.dat.
*> ------------------------------------------------------------
8000-rewrite-stock.
    open output stockf
    if not km-stockf-ok
        perform 9000-stockf-error thru 9000-exit
    end-if
    move 0 to km-stock-sub
    perform 8100-write-one-range thru 8100-exit
        until km-stock-sub not < km-stock-count
    close stockf.
8000-exit.
    exit.
8100-write-one-range.
    add 1 to km-stock-sub
    move km-stock-entry(km-stock-sub) to check-stock-rec
    write check-stock-rec
    if not km-stockf-ok
        perform 9000-stockf-error thru 9000-exit
    end-if.
8100-exit.
    exit.
*> ------------------------------------------------------------
*> 8500-WRITE-AUDIT-RECORD -- before and after images of the
*> range to audit.dat, keyed on today's date and the new
*> status, with the load or the retire reason.
*> ------------------------------------------------------------
8500-write-audit-record.
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move km-operator-id to ad-operator
    move "CHKSTOCK" to ad-file-name
    move 0 to ad-fidnum
    move ad-change-date to ad-key-date
    move ks-status to ad-key-type
    move km-audit-before to ad-before-image
    move km-audit-after to ad-after-image
    move km-reason to ad-reason
    write audit-rec
    if not km-auditf-ok
        display "warning - audit.dat file error - status "
            km-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
8500-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-STOCKF-ERROR -- a chkstock.dat operation came back with
*> a file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-stockf-error.
    display "chkstock.dat file error - status "
        km-stockf-status
    display "chkmnt terminating"
    stop run.
9000-exit.
    exit.
