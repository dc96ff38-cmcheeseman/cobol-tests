       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. planmnt.
AUTHOR. T. Bracken.
INSTALLATION. Accounts Receivable - Daily Charges.
DATE-WRITTEN. 10/15/2026.
DATE-COMPILED.
*> ----------------------------------------------------------------
*> Modification history
*> ----------------------------------------------------------------
*>   Date        Init  Description
*>   ----------  ----  -----------------------------------------
*>   10/15/2026  TB    Original program.  Sets up and maintains
*>   10/15/2026  TB    installment payment plans on payplan.dat
*>   10/15/2026  TB    (see the PAYPLAN copybook).  A)DD records
*>   10/15/2026  TB    the plan collections agreed with a
*>   10/15/2026  TB    customer -- agreed balance, number of
*>   10/15/2026  TB    installments, first due date (whose day of
*>   10/15/2026  TB    the month every later installment falls
*>   10/15/2026  TB    on) and grace days; the installment amount
*>   10/15/2026  TB    is worked out here.  I)NQUIRE shows a plan
*>   10/15/2026  TB    and where it stands; C)ANCEL ends one with
*>   10/15/2026  TB    a reason.  A plan keeps DUNNOTE and FINCHG
*>   10/15/2026  TB    off the customer, so only a supervisor may
*>   10/15/2026  TB    sign on (OPERCHK level 2), and every add or
*>   10/15/2026  TB    cancel appends before and after images to
*>   10/15/2026  TB    audit.dat for AUDRPT.
*>   10/15/2026  TB    The customer id is six digits now (see
*>   10/15/2026  TB    FDATREC.CPY); the audit image work fields
*>   10/15/2026  TB    are 130 bytes with the audit.dat images
*>   10/15/2026  TB    (see AUDITREC.CPY).
*> ----------------------------------------------------------------
environment division.
input-output section.
file-control.
    select payplan assign to "PAYPLAN.DAT"
        organization is indexed
        access mode is dynamic
        record key is pp-fidnum
        file status is pm-payplan-status.
    select custmast assign to "CUSTMAST.DAT"
        organization is indexed
        access mode is dynamic
        record key is cm-fidnum
        file status is pm-custmast-status.
    select auditf assign to "AUDIT.DAT"
        organization is line sequential
        access is sequential
        file status is pm-auditf-status.
data division.
file section.
fd payplan.
    copy PAYPLAN.
fd custmast.
    copy CUSTMAST.
fd auditf.
    copy AUDITREC.
working-storage section.
*> ------------------------------------------------------------
*> file-status and function-selection work fields
*> ------------------------------------------------------------
01 pm-payplan-status pic x(02) value "00".
   88 pm-payplan-ok value "00".
   88 pm-payplan-not-found value "35".
   88 pm-payplan-dup-key value "22".
   88 pm-payplan-key-not-found
                               value "23".
01 pm-custmast-status pic x(02) value "00".
   88 pm-custmast-ok value "00".
   88 pm-custmast-not-found value "35".
   88 pm-custmast-key-not-found
                               value "23".
01 pm-auditf-status pic x(02) value "00".
   88 pm-auditf-ok value "00".
01 pm-function pic x(01) value space.
   88 pm-add-function value "A" "a".
   88 pm-inquire-function value "I" "i".
   88 pm-cancel-function value "C" "c".
   88 pm-quit-function value "Q" "q".
01 pm-switches.
   02 pm-plan-found-sw pic x value "N".
      88 pm-plan-found value "Y".
01 pm-reply pic x(01) value space.
01 pm-run-date pic 9(08) value 0.
*> ------------------------------------------------------------
*> plan being keyed.  money is keyed in cents the same way
*> COBTEST keys it, so 125000 arrives as 1,250.00.
*> ------------------------------------------------------------
01 pm-fidnum pic 9(06) value 0.
01 pm-cents pic 9(09) value 0.
01 pm-agreed-balance pic 9(07)v99 value 0.
01 pm-count pic 9(02) value 0.
01 pm-first-due pic 9(08) value 0.
01 pm-first-due-parts redefines pm-first-due.
   02 pm-fd-year pic 9(04).
   02 pm-fd-month pic 9(02).
   02 pm-fd-day pic 9(02).
01 pm-grace pic 9(02) value 0.
01 pm-default-grace pic 9(02) value 10.
01 pm-amount pic 9(07)v99 value 0.
*> ------------------------------------------------------------
*> audit-trail work fields
*> ------------------------------------------------------------
01 pm-operator-id pic x(08) value spaces.
01 pm-reason pic x(30) value spaces.
01 pm-audit-before pic x(130) value spaces.
01 pm-audit-after pic x(130) value spaces.
*> ------------------------------------------------------------
*> sign-on work fields for the OPERCHK call
*> ------------------------------------------------------------
01 pm-level-needed pic 9(01) value 2.
01 pm-check-result pic x(01) value "N".
*> ------------------------------------------------------------
*> inquiry display lines
*> ------------------------------------------------------------
01 pm-show-line-1.
   02 filler pic x(10) value "customer ".
   02 pm-s-fidnum pic 9(06).
   02 filler pic x(02) value spaces.
   02 pm-s-name pic x(30).
   02 filler pic x(09) value "  status ".
   02 pm-s-status pic x(10).
   02 filler pic x(07) value " since ".
   02 pm-s-status-date pic 9(08).
01 pm-show-line-2.
   02 filler pic x(17) value "  agreed balance ".
   02 pm-s-agreed pic $$,$$$,$$9.99.
   02 filler pic x(04) value "  in".
   02 pm-s-count pic zz9.
   02 filler pic x(16) value " installments of".
   02 pm-s-amount pic $$,$$$,$$9.99.
   02 filler pic x(12) value "  due day   ".
   02 pm-s-due-day pic z9.
01 pm-show-line-3.
   02 filler pic x(17) value "  paid to date   ".
   02 pm-s-paid pic $$,$$$,$$9.99.
   02 filler pic x(20) value "  installments met ".
   02 pm-s-met pic z9.
   02 filler pic x(12) value "  next due ".
   02 pm-s-next-due pic 9(08).
   02 filler pic x(09) value "  grace ".
   02 pm-s-grace pic z9.
procedure division.
*> ------------------------------------------------------------
*> 0000-MAINLINE -- open the plan file (creating it the first
*> time planmnt is ever run), sign the supervisor on, and loop
*> on the function menu until they quit.
*> ------------------------------------------------------------
0000-mainline.
    accept pm-run-date from date yyyymmdd
    open input custmast
    if pm-custmast-not-found
        display "custmast.dat not found - set customers up "
            "with custmnt first"
        stop run
    end-if
    if not pm-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    open i-o payplan
    if pm-payplan-not-found
        open output payplan
        close payplan
        open i-o payplan
    end-if
    if not pm-payplan-ok
        perform 9000-payplan-error thru 9000-exit
    end-if
    call "OPERCHK" using pm-level-needed, pm-operator-id,
        pm-check-result
    if pm-check-result not = "Y"
        display "payment plan maintenance refused"
        close payplan
        close custmast
        stop run
    end-if
    perform 1000-prompt-function thru 1000-exit
        until pm-quit-function
    close payplan
    close custmast
    stop run.
*> ------------------------------------------------------------
*> 1000-PROMPT-FUNCTION -- ask which maintenance function to
*> perform and dispatch to it.
*> ------------------------------------------------------------
1000-prompt-function.
    display "A)DD PLAN  I)NQUIRE  C)ANCEL PLAN  Q)UIT: "
        with no advancing
    accept pm-function
    evaluate true
        when pm-add-function
            perform 2000-add-plan thru 2000-exit
        when pm-inquire-function
            perform 3000-inquire-plan thru 3000-exit
        when pm-cancel-function
            perform 4000-cancel-plan thru 4000-exit
        when pm-quit-function
            next sentence
        when other
            display "not valid - enter A, I, C or Q"
    end-evaluate.
1000-exit.
    exit.
*> ------------------------------------------------------------
*> 2000-ADD-PLAN -- a new plan for a customer on the master.  a
*> customer already on a plan in force must have it cancelled
*> first; a broken, paid-off or cancelled plan on file is
*> replaced, its old image kept on audit.dat.
*> ------------------------------------------------------------
2000-add-plan.
    display "enter customer id: " with no advancing
    accept pm-fidnum
    move pm-fidnum to cm-fidnum
    read custmast
        invalid key
            display "customer " pm-fidnum " not on the master "
                "- not added"
            go to 2000-exit
    end-read
    if not pm-custmast-ok
        perform 9100-custmast-error thru 9100-exit
    end-if
    if cm-inactive
        display "customer " pm-fidnum " is inactive - not added"
        go to 2000-exit
    end-if
    display "customer " pm-fidnum "  " cm-firstname " "
        cm-lastname
    perform 5000-read-plan thru 5000-exit
    if pm-plan-found and pp-in-force
        display "customer already has a plan in force - "
            "cancel it first"
        go to 2000-exit
    end-if
    move spaces to pm-audit-before
    if pm-plan-found
        move pay-plan-rec to pm-audit-before
    end-if
    display "enter agreed balance in cents "
        "(e.g. 125000 = 1,250.00): " with no advancing
    accept pm-cents
    compute pm-agreed-balance = pm-cents / 100
    if pm-agreed-balance = 0
        display "agreed balance cannot be zero - not added"
        go to 2000-exit
    end-if
    display "enter number of installments (2-36): "
        with no advancing
    accept pm-count
    if pm-count < 2 or pm-count > 36
        display "installments must be 2 to 36 - not added"
        go to 2000-exit
    end-if
    display "enter first due date (yyyymmdd): "
        with no advancing
    accept pm-first-due
    if pm-first-due not > pm-run-date
        display "first due date must be after today - "
            "not added"
        go to 2000-exit
    end-if
    if pm-fd-month < 1 or pm-fd-month > 12
            or pm-fd-day < 1 or pm-fd-day > 28
        display "first due date must fall on day 1 to 28 "
            "so every month has it - not added"
        go to 2000-exit
    end-if
    display "enter grace days (blank = "
        pm-default-grace "): " with no advancing
    accept pm-grace
    if pm-grace = 0
        move pm-default-grace to pm-grace
    end-if
    compute pm-amount rounded = pm-agreed-balance / pm-count
    display "installment amount " pm-amount
        " - last installment takes the remainder"
    display "set up this plan (Y/N)? " with no advancing
    accept pm-reply
    if pm-reply not = "Y" and pm-reply not = "y"
        display "not added"
        go to 2000-exit
    end-if
    move spaces to pay-plan-rec
    move pm-fidnum to pp-fidnum
    move pm-agreed-balance to pp-agreed-balance
    move pm-count to pp-installment-count
    move pm-amount to pp-installment-amount
    move pm-fd-day to pp-due-day
    move pm-first-due to pp-first-due-date
    move pm-grace to pp-grace-days
    set pp-current to true
    move pm-run-date to pp-status-date
    move 0 to pp-paid-to-date
    move 0 to pp-installments-met
    move pm-first-due to pp-next-due-date
    move pm-run-date to pp-setup-date
    move pm-operator-id to pp-setup-operator
    move "PLAN SET UP" to pm-reason
    if pm-plan-found
        rewrite pay-plan-rec
            invalid key
                display "rewrite failed for customer " pm-fidnum
                go to 2000-exit
        end-rewrite
    else
        write pay-plan-rec
            invalid key
                display "write failed for customer " pm-fidnum
                go to 2000-exit
        end-write
    end-if
    if not pm-payplan-ok
        perform 9000-payplan-error thru 9000-exit
    end-if
    perform 6000-write-audit-record thru 6000-exit
    display "plan set up for customer " pm-fidnum.
2000-exit.
    exit.
*> ------------------------------------------------------------
*> 3000-INQUIRE-PLAN -- show a customer's plan as it stands
*> after the last nightly check.
*> ------------------------------------------------------------
3000-inquire-plan.
    display "enter customer id: " with no advancing
    accept pm-fidnum
    perform 5000-read-plan thru 5000-exit
    if not pm-plan-found
        display "no plan on file for customer " pm-fidnum
        go to 3000-exit
    end-if
    perform 3100-show-plan thru 3100-exit.
3000-exit.
    exit.
3100-show-plan.
    move pp-fidnum to pm-s-fidnum
    move spaces to pm-s-name
    move pp-fidnum to cm-fidnum
    read custmast
        invalid key
            next sentence
        not invalid key
            move cm-cname to pm-s-name
    end-read
    if not pm-custmast-ok and not pm-custmast-key-not-found
        perform 9100-custmast-error thru 9100-exit
    end-if
    evaluate true
        when pp-current
            move "CURRENT" to pm-s-status
        when pp-late
            move "LATE" to pm-s-status
        when pp-broken
            move "BROKEN" to pm-s-status
        when pp-paid-off
            move "PAID OFF" to pm-s-status
        when pp-cancelled
            move "CANCELLED" to pm-s-status
        when other
            move pp-status to pm-s-status
    end-evaluate
    move pp-status-date to pm-s-status-date
    move pp-agreed-balance to pm-s-agreed
    move pp-installment-count to pm-s-count
    move pp-installment-amount to pm-s-amount
    move pp-due-day to pm-s-due-day
    move pp-paid-to-date to pm-s-paid
    move pp-installments-met to pm-s-met
    move pp-next-due-date to pm-s-next-due
    move pp-grace-days to pm-s-grace
    display pm-show-line-1
    display pm-show-line-2
    display pm-show-line-3.
3100-exit.
    exit.
*> ------------------------------------------------------------
*> 4000-CANCEL-PLAN -- end a plan in force with a reason.  the
*> customer goes back into normal dunning from the next run.
*> ------------------------------------------------------------
4000-cancel-plan.
    display "enter customer id: " with no advancing
    accept pm-fidnum
    perform 5000-read-plan thru 5000-exit
    if not pm-plan-found
        display "no plan on file for customer " pm-fidnum
        go to 4000-exit
    end-if
    if not pp-in-force
        display "plan is not in force - nothing to cancel"
        go to 4000-exit
    end-if
    perform 3100-show-plan thru 3100-exit
    display "enter reason for cancelling: " with no advancing
    accept pm-reason
    if pm-reason = spaces
        display "a reason is required - not cancelled"
        go to 4000-exit
    end-if
    move pay-plan-rec to pm-audit-before
    set pp-cancelled to true
    move pm-run-date to pp-status-date
    rewrite pay-plan-rec
        invalid key
            display "rewrite failed for customer " pm-fidnum
            go to 4000-exit
    end-rewrite
    if not pm-payplan-ok
        perform 9000-payplan-error thru 9000-exit
    end-if
    perform 6000-write-audit-record thru 6000-exit
    display "plan cancelled for customer " pm-fidnum.
4000-exit.
    exit.
*> ------------------------------------------------------------
*> 5000-READ-PLAN -- the plan on file for pm-fidnum, if any.
*> ------------------------------------------------------------
5000-read-plan.
    move "N" to pm-plan-found-sw
    move pm-fidnum to pp-fidnum
    read payplan
        invalid key
            next sentence
        not invalid key
            set pm-plan-found to true
    end-read
    if not pm-payplan-ok and not pm-payplan-key-not-found
        perform 9000-payplan-error thru 9000-exit
    end-if.
5000-exit.
    exit.
*> ------------------------------------------------------------
*> 6000-WRITE-AUDIT-RECORD -- append the before and after images
*> of the plan to audit.dat.  an audit write failure is reported
*> but does not undo the change.
*> ------------------------------------------------------------
6000-write-audit-record.
    move spaces to pm-audit-after
    move pay-plan-rec to pm-audit-after
    open extend auditf
    accept ad-change-date from date yyyymmdd
    accept ad-change-time from time
    move pm-operator-id to ad-operator
    move "PAYPLAN" to ad-file-name
    move pp-fidnum to ad-fidnum
    move pp-status-date to ad-key-date
    move pp-status to ad-key-type
    move pm-audit-before to ad-before-image
    move pm-audit-after to ad-after-image
    move pm-reason to ad-reason
    write audit-rec
    if not pm-auditf-ok
        display "warning - audit.dat file error - status "
            pm-auditf-status
        display "audit trail may be incomplete"
    end-if
    close auditf.
6000-exit.
    exit.
*> ------------------------------------------------------------
*> 9000-PAYPLAN-ERROR -- a payplan operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9000-payplan-error.
    display "payplan.dat file error - status "
        pm-payplan-status
    display "planmnt terminating"
    stop run.
9000-exit.
    exit.
*> ------------------------------------------------------------
*> 9100-CUSTMAST-ERROR -- a custmast operation came back with a
*> file status none of the callers know how to handle.
*> ------------------------------------------------------------
9100-custmast-error.
    display "custmast.dat file error - status "
        pm-custmast-status
    display "planmnt terminating"
    stop run.
9100-exit.
    exit.
