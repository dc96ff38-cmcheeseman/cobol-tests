       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. planrpt.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Payment plan status
*>   10/15/2026  TB    report on planrpt.lst -- every plan on
*>   10/15/2026  TB    payplan.dat (see PAYPLAN) in three
*>   10/15/2026  TB    sections, current, late and broken, with
*>   10/15/2026  TB    what was agreed, what has been paid, the
*>   10/15/2026  TB    balance left on the plan and the next due
*>   10/15/2026  TB    date, as of the last PLANCHK run.  Paid-off
*>   10/15/2026  TB    and cancelled plans are counted at the
*>   10/15/2026  TB    foot, not listed.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY) -- the id column on the
*>   10/15/2026  TB    listing is widened and the headings moved
*>   10/15/2026  TB    over to match.
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select payplan assign to "PAYPLAN.DAT"
        organization is indexed
        access mode is sequential
        record key is pp-fidnum
        file status is pr-payplan-status.
    select custmast assign to "CUSTMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is cm-fidnum
        file status is pr-custmast-status.
    select rptout assign to "PLANRPT.LST"
        organization is line sequential
        file status is pr-rptout-status.
data division.
file section.
fd payplan.
    copy PAYPLAN.
fd custmast.
    copy CUSTMAST.
fd rptout.
01 rpt-line pic x(100).
working-storage section.
*> ------------------------------------------------------------
*> file-status and switch work fields
*> ------------------------------------------------------------
01 pr-payplan-status pic x(02) value "00".
   88 pr-payplan-ok value "00".
   88 pr-payplan-not-found value "35".
01 pr-custmast-status pic x(02) value "00".
   88 pr-custmast-ok value "00".
   88 pr-custmast-not-found value "35".
   88 pr-custmast-key-not-found
                               value "23".
01 pr-rptout-status pic x(02) value "00".
01 pr-switches.
   02 pr-eof-sw pic x value "N".
      88 pr-eof value "Y".
   02 pr-no-master-sw pic x value "N".
      88 pr-no-master value "Y".
01 pr-run-date pic 9(08) value 0.
*> ------------------------------------------------------------
*> the section being printed -- one pass of payplan.dat per
*> status, so each section comes out in customer order.
*> ------------------------------------------------------------
01 pr-section-status pic x(01) value space.
01 pr-section-count pic 9(06) comp value 0.
01 pr-section-left pic s9(11)v99 value 0.
01 pr-left pic s9(09)v99 value 0.
01 pr-paid-off-count pic 9(06) comp value 0.
01 pr-cancelled-count pic 9(06) comp value 0.
*> ------------------------------------------------------------
*> report lines
*> ------------------------------------------------------------
01 pr-heading-1.
   02 filler pic x(35) value
      "PAYMENT PLAN STATUS REPORT - RUN ".
   02 pr-h-date pic 9(08).
01 pr-section-heading.
   02 filler pic x(02) value spaces.
   02 pr-sh-title pic x(40).
01 pr-heading-2.
   02 filler pic x(100) value
      "  ID      NAME                    AGREED INSTALLMENT"
      & "        PAID MET         LEFT NEXT DUE SINCE".
01 pr-detail-line.
   02 filler pic x(02) value spaces.
   02 pr-d-idnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 pr-d-name pic x(20).
   02 pr-d-agreed pic $$$,$$9.99.
   02 filler pic x(02) value spaces.
   02 pr-d-amount pic $$$,$$9.99.
   02 filler pic x(02) value spaces.
   02 pr-d-paid pic $$$,$$9.99.
   02 filler pic x(01) value space.
   02 pr-d-met pic z9.
   02 filler pic x(01) value "/".
   02 pr-d-count pic 99.
   02 pr-d-left pic $$$,$$9.99-.
   02 filler pic x(01) value space.
   02 pr-d-next-due pic 9(08).
   02 filler pic x(01) value space.
   02 pr-d-since pic 9(08).
01 pr-total-line.
   02 filler pic x(04) value spaces.
   02 pr-t-count pic zzz,zz9.
   02 filler pic x(21) value " plans, balance left ".
   02 pr-t-left pic $$,$$$,$$$,$$9.99-.
01 pr-count-line.
   02 pr-c-label pic x(34).
   02 pr-c-count pic zzz,zz9.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE
*> ------------------------------------------------------------
0000-mainline.
    accept pr-run-date from date yyyymmdd
    open input custmast
    if pr-custmast-not-found
        set pr-no-master to true
    else
        if not pr-custmast-ok
            perform 9100-custmast-error thru 9100-exit
        end-if
    end-if
    open output rptout
    move pr-run-date to pr-h-date
    move pr-heading-1 to rpt-line
    write rpt-line
    move "C" to pr-section-status
    move "CURRENT PLANS" to pr-sh-title
    perform 1000-print-section thru 1000-exit
    move "L" to pr-section-status
    move "LATE PLANS (INSIDE GRACE DAYS)" to pr-sh-title
    perform 1000-print-section thru 1000-exit
    move "B" to pr-section-status
    move "BROKEN PLANS (BACK IN NORMAL DUNNING)"
        to pr-sh-title
    perform 1000-print-section thru 1000-exit
    move spaces to rpt-line
    write rpt-line
    move "paid-off plans on file" to pr-c-label
    move pr-paid-off-count to pr-c-count
    move pr-count-line to rpt-line
    write rpt-line
    move "cancelled plans on file" to pr-c-label
    move pr-cancelled-count to pr-c-count
    move pr-count-line to rpt-line
    write rpt-line
    close rptout
    if not pr-no-master
        close custmast
    end-if
    display "payment plan status report on PLANRPT.LST"
    stop run.
*> ------------------------------------------------------------
*> 1000-PRINT-SECTION -- one pass of payplan.dat printing the
*> plans in pr-section-status, with a section total.  the
*> first pass also counts the plans no section lists.
*> ------------------------------------------------------------
1000-print-section.
    move 0 to pr-section-count
    move 0 to pr-section-left
    move spaces to rpt-line
    write rpt-line
    move pr-section-heading to rpt-line
    write rpt-line
    move pr-heading-2 to rpt-line
    write rpt-line
    open input payplan
    if pr-payplan-not-found
        move "  (no payment plans on file)" to rpt-line
        write rpt-line
        go to 1000-exit
    end-if
    if not pr-payplan-ok
        perform 9000-payplan-error thru 9000-exit
    end-if
    move "N" to pr-eof-sw
    perform 1100-print-one-plan thru 1100-exit
        until pr-eof
    close payplan
    if pr-section-count = 0
        move "  (none)" to rpt-line
        write rpt-line
    else
        move pr-section-count to pr-t-count
        move pr-section-left to pr-t-left
        move pr-total-line to rpt-line
        write rpt-line
    end-if.
1000-exit.
    exit.
1100-print-one-plan.
    read payplan
        at end
            set pr-eof to true
            go to 1100-exit
    end-read
    if not pr-payplan-ok
        perform 9000-payplan-error thru 9000-exit
    end-if
    if pr-section-status = "C"
        if pp-paid-off
            add 1 to pr-paid-off-count
        end-if
        if pp-cancelled
            add 1 to pr-cancelled-count
        end-if
    end-if
    if pp-status not = pr-section-status
        go to 1100-exit
    end-if
    add 1 to pr-section-count
    compute pr-left = pp-agreed-balance - pp-paid-to-date
    add pr-left to pr-section-left
    move pp-fidnum to pr-d-idnum
    move spaces to pr-d-name
    if not pr-no-master
        move pp-fidnum to cm-fidnum
        read custmast
            invalid key
                next sentence
            not invalid key
                move cm-cname to pr-d-name
        end-read
        if not pr-custmast-ok and not pr-custmast-key-not-found
            perform 9100-custmast-error thru 9100-exit
        end-if
    end-if
    move pp-agreed-balance to pr-d-agreed
    move pp-installment-amount to pr-d-amount
    move pp-paid-to-date to pr-d-paid
    move pp-installments-met to pr-d-met
    move pp-installment-count to pr-d-count
    move pr-left to pr-d-left
    move pp-next-due-date to pr-d-next-due
    move pp-status-date to pr-d-since
    move pr-detail-line to rpt-line
    write rpt-line.
1100-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-PAYPLAN-ERROR -- a payplan operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-payplan-error.
    display "payplan.dat file error - status "
        pr-payplan-status
    display "planrpt terminating"
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-CUSTMAST-ERROR -- a custmast operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-custmast-error.
    display "custmast.dat file error - status "
        pr-custmast-status
    display "planrpt terminating"
    stop run.
9100-exit.
    exit.
