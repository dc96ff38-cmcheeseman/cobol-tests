       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. periodck.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Called by every program
*>   10/15/2026  TB    that posts to outf.dat with the entry date
*>   10/15/2026  TB    it means to post under.  Hands back the same
*>   10/15/2026  TB    date when the month is open, or the first
*>   10/15/2026  TB    day of the first open month after it when
*>   10/15/2026  TB    the month has been closed through PERIODMNT
*>   10/15/2026  TB    (periodctl.dat, see the PERIODCTL copybook).
*>   10/15/2026  TB    The caller decides whether a closed date
*>   10/15/2026  TB    means refusing the record or posting it
*>   10/15/2026  TB    forward to the date handed back.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select periodf assign to "PERIODCTL.DAT"
        organization is line sequential
        access is sequential
        file status is pq-periodf-status.
data division.
file section.
fd periodf.
    copy PERIODCTL.
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields.  the closed months are
*> loaded from periodctl.dat once, on the first call of the run,
*> the same way CALCCHG holds the rate table.
*> ------------------------------------------------------------
01 pq-periodf-status pic x(02) value "00".
   88 pq-periodf-ok value "00".
   88 pq-periodf-not-found value "35".
01 pq-switches.
   02 pq-loaded-sw pic x(01) value "N".
      88 pq-periods-loaded value "Y".
   02 pq-eof-sw pic x(01) value "N".
      88 pq-eof value "Y".
   02 pq-closed-sw pic x(01) value "N".
      88 pq-month-closed value "Y".
*> ------------------------------------------------------------
*> the closed months off periodctl.dat.  a reopened month is
*> not loaded -- it posts like any open month.
*> ------------------------------------------------------------
01 pq-closed-count pic 9(04) comp value 0.
01 pq-scan-sub pic 9(04) comp value 0.
01 pq-closed-table.
   02 pq-closed-period occurs 600 times pic 9(06).
*> ------------------------------------------------------------
*> the month being tested, stepped forward a month at a time
*> until an open one turns up.
*> ------------------------------------------------------------
01 pq-test-date pic 9(08) value 0.
01 pq-test-parts redefines pq-test-date.
   02 pq-test-period pic 9(06).
   02 pq-test-period-parts redefines pq-test-period.
      03 pq-test-year pic 9(04).
      03 pq-test-month pic 9(02).
   02 pq-test-day pic 9(02).
linkage section.
01 lp-entry-date pic 9(08).
01 lp-open-date pic 9(08).
procedure division using lp-entry-date, lp-open-date.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- load the closed months on the first call,
*> then hand back the entry date itself, or the first day of
*> the first open month after it.
*> ------------------------------------------------------------
0000-mainline.
    if not pq-periods-loaded
        perform 1000-load-periods thru 1000-exit
    end-if
    move lp-entry-date to pq-test-date
    perform 2000-check-month thru 2000-exit
    if not pq-month-closed
        move lp-entry-date to lp-open-date
        go to 0000-exit
    end-if
    move 1 to pq-test-day
    perform 3000-step-one-month thru 3000-exit
        until not pq-month-closed
    move pq-test-date to lp-open-date.
0000-exit.
    exit program.
*> ------------------------------------------------------------
*> 1000-LOAD-PERIODS -- periodctl.dat into pq-closed-table.  no
*> file means no month has ever been closed.
*> ------------------------------------------------------------
1000-load-periods.
    set pq-periods-loaded to true
    open input periodf
    if pq-periodf-not-found
        go to 1000-exit
    end-if
    if not pq-periodf-ok
        perform 9000-periodf-error thru 9000-exit
    end-if
    move "N" to pq-eof-sw
    perform 1100-load-one-period thru 1100-exit until pq-eof
    close periodf.
1000-exit.
    exit.
1100-load-one-period.
    read periodf
        at end
            set pq-eof to true
        not at end
            if pc-closed
                if pq-closed-count not < 600
                    display "more than 600 closed months on "
                        "periodctl.dat - raise pq-closed-table's "
                        "size before continuing"
                    stop run
                end-if
                add 1 to pq-closed-count
                move pc-period to pq-closed-period(pq-closed-count)
            end-if
    end-read
    if not pq-periodf-ok and not pq-eof
        perform 9000-periodf-error thru 9000-exit
    end-if.
1100-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-CHECK-MONTH -- is pq-test-period one of the closed
*> months.
*> ------------------------------------------------------------
2000-check-month.
    move "N" to pq-closed-sw
    move 0 to pq-scan-sub
    perform 2100-check-one-period thru 2100-exit
        until pq-scan-sub not < pq-closed-count
            or pq-month-closed.
2000-exit.
    exit.
2100-check-one-period.
    add 1 to pq-scan-sub
    if pq-closed-period(pq-scan-sub) = pq-test-period
        set pq-month-closed to true
    end-if.
2100-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-STEP-ONE-MONTH -- on to the first of the next month,
*> rolling the year at December, and test that.
*> ------------------------------------------------------------
3000-step-one-month.
    if pq-test-month = 12
        add 1 to pq-test-year
        move 1 to pq-test-month
    else
        add 1 to pq-test-month
    end-if
    perform 2000-check-month thru 2000-exit.
3000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-PERIODF-ERROR -- a periodctl.dat operation came back
*> with a file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-periodf-error.
    display "periodctl.dat file error - status "
        pq-periodf-status
    display "periodck terminating"
    stop run.
9000-exit.
    exit.
