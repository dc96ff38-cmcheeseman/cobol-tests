       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. drawcls.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Cash drawer close-out.
*>   10/15/2026  TB    At the end of the shift the clerk signs on
*>   10/15/2026  TB    through OPERCHK and keys the cash and the
*>   10/15/2026  TB    checks counted in the drawer.  They are
*>   10/15/2026  TB    compared with the payments posted to
*>   10/15/2026  TB    outf.dat under the clerk's operator id
*>   10/15/2026  TB    that day (FOPER-ID, read through the
*>   10/15/2026  TB    entry-date key), an over/short slip is
*>   10/15/2026  TB    printed to DRAWCLS.LST and filed in the
*>   10/15/2026  TB    report archive under the clerk's id, and a
*>   10/15/2026  TB    pending close-out goes on drawcls.dat (see
*>   10/15/2026  TB    DRAWCLS.CPY).  One close-out per clerk per
*>   10/15/2026  TB    day.  S)ign off takes a supervisor sign-on
*>   10/15/2026  TB    and walks the pending close-outs; a drawer
*>   10/15/2026  TB    over or short cannot be signed without a
*>   10/15/2026  TB    note, and a supervisor cannot sign their
*>   10/15/2026  TB    own drawer.
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
        file status is dw-outf-status.
    select drawf assign to "DRAWCLS.DAT"
        organization is line sequential
        access is sequential
        file status is dw-drawf-status.
    select slipout assign to "DRAWCLS.LST"
        organization is line sequential
        file status is dw-slipout-status.
data division.
file section.
fd outf.
    copy FDATREC.
fd drawf.
    copy DRAWCLS.
fd slipout.
01 slip-line pic x(80).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 dw-outf-status pic x(02) value "00".
   88 dw-outf-ok value "00" "02".
   88 dw-outf-not-found value "35".
   88 dw-outf-locked value "61".
01 dw-drawf-status pic x(02) value "00".
   88 dw-drawf-ok value "00".
   88 dw-drawf-not-found value "35".
01 dw-slipout-status pic x(02) value "00".
01 dw-switches.
   02 dw-eof-sw pic x value "N".
      88 dw-eof value "Y".
   02 dw-close-eof-sw pic x value "N".
      88 dw-close-eof value "Y".
   02 dw-closed-sw pic x value "N".
      88 dw-already-closed value "Y".
01 dw-function pic x(01) value space.
   88 dw-close-function value "C" "c".
   88 dw-signoff-function value "S" "s".
   88 dw-quit-function value "Q" "q".
01 dw-reply pic x(01) value space.
01 dw-run-date pic 9(08) value 0.
01 dw-run-time pic 9(08) value 0.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK calls -- level 1 for the
*> clerk closing a drawer, level 2 for the sign-off.
*> ------------------------------------------------------------
01 dw-level-needed pic 9(01) value 1.
01 dw-check-result pic x(01) value "N".
01 dw-operator-id pic x(08) value spaces.
01 dw-supervisor-id pic x(08) value spaces.
*> ------------------------------------------------------------
*> the drawer being closed.  the counts are keyed in cents, the
*> same unscaled-cents ACCEPT COBTEST charge entry uses.
*> ------------------------------------------------------------
01 dw-cash-cents pic 9(09) value 0.
01 dw-checks-cents pic 9(09) value 0.
01 dw-cash-counted pic s9(09)v99 value 0.
01 dw-checks-counted pic s9(09)v99 value 0.
01 dw-total-counted pic s9(09)v99 value 0.
01 dw-pay-count pic 9(05) value 0.
01 dw-posted-amount pic s9(09)v99 value 0.
01 dw-over-short pic s9(09)v99 value 0.
01 dw-note pic x(30) value spaces.
*> ------------------------------------------------------------
*> every close-out on file, loaded into this table before
*> either function works it and written back as one file
*> afterwards.  1000 is several years of a three-clerk office;
*> the load stops loudly rather than run past the end.
*> ------------------------------------------------------------
01 dw-close-count pic 9(04) comp value 0.
01 dw-close-sub pic 9(04) comp value 0.
01 dw-close-table.
   02 dw-close-entry occurs 1000 times pic x(128).
01 dw-pending-count pic 9(04) comp value 0.
01 dw-signed-count pic 9(04) comp value 0.
*> ------------------------------------------------------------
*> filing the slip in the dated report archive (see RPTARCH),
*> signed with the clerk's own id so each clerk's slip is kept.
*> ------------------------------------------------------------
01 dw-report-name pic x(08) value "DRAWCLS".
01 dw-filed-sw pic x(01) value "N".
*> ------------------------------------------------------------
*> display edits and slip lines
*> ------------------------------------------------------------
01 dw-display-amount pic $$$,$$$,$$9.99-.
01 dw-slip-heading.
   02 filler pic x(25) value "CASH DRAWER CLOSE-OUT -  ".
   02 dw-sh-operator pic x(08).
   02 filler pic x(04) value " ON ".
   02 dw-sh-date pic 9(08).
   02 filler pic x(04) value " AT ".
   02 dw-sh-time pic 9(06).
01 dw-slip-line.
   02 dw-sl-label pic x(34).
   02 dw-sl-count pic zz,zz9.
   02 filler pic x(02) value spaces.
   02 dw-sl-amount pic $$$,$$$,$$9.99-.
   02 filler pic x(02) value spaces.
   02 dw-sl-verdict pic x(10).
01 dw-slip-sign-line.
   02 filler pic x(41) value
      "CLERK ______________  SUPERVISOR SIGN-OFF".
   02 filler pic x(30) value
      " ______________  DATE ________".
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- loop on the function menu until quit.
*> ------------------------------------------------------------
0000-mainline.
    accept dw-run-date from date yyyymmdd
    perform 1000-prompt-function thru 1000-exit
        until dw-quit-function
    stop run.
1000-prompt-function.
    display "C)LOSE DRAWER  S)IGN OFF  Q)UIT: " with no advancing
    accept dw-function
    evaluate true
        when dw-close-function
            perform 2000-close-drawer thru 2000-exit
        when dw-signoff-function
            perform 3000-sign-off thru 3000-exit
        when dw-quit-function
            next sentence
        when other
            display "not valid - enter C, S or Q"
    end-evaluate.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-CLOSE-DRAWER -- sign the clerk on, total the day's
*> payments posted under their id, take the counts, print the
*> slip and put the close-out on file pending sign-off.
*> ------------------------------------------------------------
2000-close-drawer.
    move 1 to dw-level-needed
    call "OPERCHK" using dw-level-needed, dw-operator-id,
        dw-check-result
    if dw-check-result not = "Y"
        display "close-out refused"
        go to 2000-exit
    end-if
    perform 7000-load-closes thru 7000-exit
    perform 2050-check-closed-today thru 2050-exit
    if dw-already-closed
        display "drawer for " dw-operator-id " already closed "
            "today - see a supervisor"
        go to 2000-exit
    end-if
    perform 2100-total-payments thru 2100-exit
    if dw-outf-locked
        display "outf.dat is in use by another user - "
            "try again in a moment"
        go to 2000-exit
    end-if
    display "enter cash counted in cents (e.g. 12345 = $123.45): "
        with no advancing
    accept dw-cash-cents
    compute dw-cash-counted = dw-cash-cents / 100
    display "enter checks counted in cents (e.g. 12345 = $123.45): "
        with no advancing
    accept dw-checks-cents
    compute dw-checks-counted = dw-checks-cents / 100
    compute dw-total-counted = dw-cash-counted + dw-checks-counted
    compute dw-over-short = dw-total-counted - dw-posted-amount
    accept dw-run-time from time
    perform 2300-print-slip thru 2300-exit
    perform 2400-add-close thru 2400-exit
    perform 8000-rewrite-closes thru 8000-exit
    move dw-over-short to dw-display-amount
    evaluate true
        when dw-over-short > 0
            display "drawer OVER " dw-display-amount
                " - close-out waits for a supervisor's sign-off"
        when dw-over-short < 0
            display "drawer SHORT " dw-display-amount
                " - close-out waits for a supervisor's sign-off"
        when other
            display "drawer in balance - close-out waits for a "
                "supervisor's sign-off"
    end-evaluate.
2000-exit.
    exit.
2050-check-closed-today.
    move "N" to dw-closed-sw
    move 0 to dw-close-sub
    perform 2060-check-one-close thru 2060-exit
        until dw-close-sub not < dw-close-count
            or dw-already-closed.
2050-exit.
    exit.
2060-check-one-close.
    add 1 to dw-close-sub
    move dw-close-entry(dw-close-sub) to draw-close-rec
    if dr-close-date = dw-run-date
            and dr-operator = dw-operator-id
        set dw-already-closed to true
    end-if.
2060-exit.
    exit.
*> ------------------------------------------------------------
*> 2100-TOTAL-PAYMENTS -- today's records through the entry-date
*> key; a payment posted under the clerk's id goes in the total.
*> no outf.dat is a drawer with nothing posted to it.
*> ------------------------------------------------------------
2100-total-payments.
    move 0 to dw-pay-count
    move 0 to dw-posted-amount
    move "N" to dw-eof-sw
    open input outf
    if dw-outf-not-found or dw-outf-locked
        go to 2100-exit
    end-if
    if not dw-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    move dw-run-date to fentry-date
    start outf key is = fentry-date
        invalid key
            set dw-eof to true
    end-start
    perform 2200-add-one-payment thru 2200-exit
        until dw-eof
    close outf.
2100-exit.
    exit.
2200-add-one-payment.
    read outf next record
        at end
            set dw-eof to true
            go to 2200-exit
    end-read
    if not dw-outf-ok
        perform 9000-outf-error thru 9000-exit
    end-if
    if fentry-date not = dw-run-date
        set dw-eof to true
        go to 2200-exit
    end-if
    if ftran-payment and foper-id = dw-operator-id
        add 1 to dw-pay-count
        add ftotal to dw-posted-amount
    end-if.
2200-exit.
    exit.
*> ------------------------------------------------------------
*> 2300-PRINT-SLIP -- the over/short slip, filed in the report
*> archive under the clerk's id.
*> ------------------------------------------------------------
2300-print-slip.
    open output slipout
    move dw-operator-id to dw-sh-operator
    move dw-run-date to dw-sh-date
    move dw-run-time(1:6) to dw-sh-time
    move dw-slip-heading to slip-line
    write slip-line
    move spaces to slip-line
    write slip-line
    move "PAYMENTS POSTED UNDER THIS ID" to dw-sl-label
    move dw-pay-count to dw-sl-count
    move dw-posted-amount to dw-sl-amount
    move spaces to dw-sl-verdict
    move dw-slip-line to slip-line
    write slip-line
    move spaces to dw-slip-line
    move "CASH COUNTED" to dw-sl-label
    move dw-cash-counted to dw-sl-amount
    move dw-slip-line to slip-line
    write slip-line
    move spaces to dw-slip-line
    move "CHECKS COUNTED" to dw-sl-label
    move dw-checks-counted to dw-sl-amount
    move dw-slip-line to slip-line
    write slip-line
    move spaces to dw-slip-line
    move "TOTAL COUNTED" to dw-sl-label
    move dw-total-counted to dw-sl-amount
    move dw-slip-line to slip-line
    write slip-line
    move spaces to dw-slip-line
    move "OVER / SHORT" to dw-sl-label
    move dw-over-short to dw-sl-amount
    evaluate true
        when dw-over-short > 0
            move "OVER" to dw-sl-verdict
        when dw-over-short < 0
            move "SHORT" to dw-sl-verdict
        when other
            move "IN BALANCE" to dw-sl-verdict
    end-evaluate
    move dw-slip-line to slip-line
    write slip-line
    move spaces to slip-line
    write slip-line
    write slip-line
    move dw-slip-sign-line to slip-line
    write slip-line
    close slipout
    call "RPTARCH" using dw-report-name, dw-run-date,
        dw-operator-id, dw-filed-sw
    if dw-filed-sw not = "Y"
        display "warning - " dw-report-name
            " listing not filed in the report archive"
    end-if.
2300-exit.
    exit.
*> ------------------------------------------------------------
*> 2400-ADD-CLOSE -- the close-out onto the table, pending.
*> ------------------------------------------------------------
2400-add-close.
    perform 7100-check-table-room thru 7100-exit
    move spaces to draw-close-rec
    move dw-run-date to dr-close-date
    move dw-operator-id to dr-operator
    move dw-run-time to dr-close-time
    move dw-pay-count to dr-pay-count
    move dw-posted-amount to dr-posted-amount
    move dw-cash-counted to dr-cash-counted
    move dw-checks-counted to dr-checks-counted
    move dw-over-short to dr-over-short
    set dr-pending to true
    move 0 to dr-signoff-date
    move 0 to dr-signoff-time
    add 1 to dw-close-count
    move draw-close-rec to dw-close-entry(dw-close-count).
2400-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-SIGN-OFF -- a supervisor walks the pending close-outs
*> and signs each one off or leaves it pending.
*> ------------------------------------------------------------
3000-sign-off.
    display "a supervisor must sign the close-outs"
    move 2 to dw-level-needed
    call "OPERCHK" using dw-level-needed, dw-supervisor-id,
        dw-check-result
    move 1 to dw-level-needed
    if dw-check-result not = "Y"
        display "sign-off refused"
        go to 3000-exit
    end-if
    perform 7000-load-closes thru 7000-exit
    move 0 to dw-pending-count
    move 0 to dw-signed-count
    move 0 to dw-close-sub
    perform 3100-sign-one-close thru 3100-exit
        until dw-close-sub not < dw-close-count
    if dw-pending-count = 0
        display "no close-outs waiting for sign-off"
        go to 3000-exit
    end-if
    perform 8000-rewrite-closes thru 8000-exit
    display "sign-off complete - " dw-signed-count " of "
        dw-pending-count " close-out(s) signed off".
3000-exit.
    exit.
3100-sign-one-close.
    add 1 to dw-close-sub
    move dw-close-entry(dw-close-sub) to draw-close-rec
    if not dr-pending
        go to 3100-exit
    end-if
    add 1 to dw-pending-count
    display "drawer " dr-operator " closed " dr-close-date
        " at " dr-close-time(1:6)
    move dr-posted-amount to dw-display-amount
    display "  posted   " dw-display-amount " in " dr-pay-count
        " payment(s)"
    move dr-cash-counted to dw-display-amount
    display "  cash     " dw-display-amount
    move dr-checks-counted to dw-display-amount
    display "  checks   " dw-display-amount
    move dr-over-short to dw-display-amount
    display "  over/short " dw-display-amount
    if dr-operator = dw-supervisor-id
        display "  your own drawer - another supervisor must "
            "sign it off"
        go to 3100-exit
    end-if
    display "  S)ign off  K)eep pending: " with no advancing
    accept dw-reply
    if dw-reply not = "S" and dw-reply not = "s"
        go to 3100-exit
    end-if
    display "  note (what was done about it): " with no advancing
    move spaces to dw-note
    accept dw-note
    if dw-note = spaces and dr-over-short not = 0
        display "  a drawer over or short needs a note - "
            "kept pending"
        go to 3100-exit
    end-if
    accept dr-signoff-date from date yyyymmdd
    accept dr-signoff-time from time
    move dw-supervisor-id to dr-supervisor
    move dw-note to dr-signoff-note
    set dr-signed-off to true
    move draw-close-rec to dw-close-entry(dw-close-sub)
    add 1 to dw-signed-count.
3100-exit.
    exit.
*> ------------------------------------------------------------
*> 7000-LOAD-CLOSES -- drawcls.dat into the table.  it is not
*> an error for the file not to exist yet.
*> ------------------------------------------------------------
7000-load-closes.
    move 0 to dw-close-count
    move "N" to dw-close-eof-sw
    open input drawf
    if dw-drawf-not-found
        go to 7000-exit
    end-if
    if not dw-drawf-ok
        perform 9100-drawf-error thru 9100-exit
    end-if
    perform 7200-load-one-close thru 7200-exit
        until dw-close-eof
    close drawf.
7000-exit.
    exit.
7100-check-table-room.
    if dw-close-count not < 1000
        display "more than 1000 drawer close-outs - raise "
            "dw-close-table's size before continuing"
        stop run
    end-if.
7100-exit.
    exit.
7200-load-one-close.
    read drawf
        at end
            set dw-close-eof to true
        not at end
            perform 7100-check-table-room thru 7100-exit
            add 1 to dw-close-count
            move draw-close-rec to dw-close-entry(dw-close-count)
    end-read
    if not dw-drawf-ok and not dw-close-eof
        perform 9100-drawf-error thru 9100-exit
    end-if.
7200-exit.
    exit.
*> ------------------------------------------------------------
*> 8000-REWRITE-CLOSES -- the whole table back out as the new
*> drawcls.dat.
*> ------------------------------------------------------------
8000-rewrite-closes.
    open output drawf
    if not dw-drawf-ok
        perform 9100-drawf-error thru 9100-exit
    end-if
    move 0 to dw-close-sub
    perform 8100-write-one-close thru 8100-exit
        until dw-close-sub not < dw-close-count
    close drawf.
8000-exit.
    exit.
8100-write-one-close.
    add 1 to dw-close-sub
    move dw-close-entry(dw-close-sub) to draw-close-rec
    write draw-close-rec
    if not dw-drawf-ok
        perform 9100-drawf-error thru 9100-exit
    end-if.
8100-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-OUTF-ERROR -- an outf operation came back with a file
*> status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-outf-error.
    display "outf.dat file error - status " dw-outf-status
    display "drawcls terminating"
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-DRAWF-ERROR -- a drawcls.dat operation came back with a
*> file status none of the callers know how to handle.  stop
*> rather than run on against a file in an unknown state.
*> ------------------------------------------------------------
9100-drawf-error.
    display "drawcls.dat file error - status " dw-drawf-status
    display "drawcls terminating"
    stop run.
9100-exit.
    exit.
